                ORGANIZATION IS SEQUENTIAL.                             00070000
                SELECT ADDEXCP ASSIGN TO ADDEXCP                        00080000
                ORGANIZATION IS SEQUENTIAL.                             00090000
                SELECT BATLEDG ASSIGN TO BATLEDG                        00090830
                ORGANIZATION IS INDEXED                                 00091660
                ACCESS MODE IS DYNAMIC                                  00092490
                RECORD KEY IS BL-KEY                                    00093320
                FILE STATUS IS WS-BATLEDG-STATUS.                       00094150
                SELECT CYCDATE ASSIGN TO CYCDATE                        00094980
                ORGANIZATION IS SEQUENTIAL                              00095810
                FILE STATUS IS WS-CYCDATE-STATUS.                       00096640
                SELECT RUNCAL ASSIGN TO RUNCAL                          00097470
                ORGANIZATION IS SEQUENTIAL                              00098300
                FILE STATUS IS WS-RUNCAL-STATUS.                        00099130
       DATA DIVISION.                                                   00100000
       FILE SECTION.                                                    00110000
       FD ADDTRAN                                                       00120000
       FD ADDEXCP                                                       00150000
            RECORDING MODE IS F.                                        00160000
           COPY ADDEXCP.                                                00170000
       FD BATLEDG                                                       00171000
            RECORDING MODE IS F.                                        00172000
           COPY BATLEDG.                                                00173000
       FD CYCDATE                                                       00174000
            RECORDING MODE IS F.                                        00175000
           COPY CYCDATE.                                                00176000
       FD RUNCAL                                                        00177000
            RECORDING MODE IS F.                                        00178000
           COPY RUNCAL.                                                 00179000
       WORKING-STORAGE SECTION.                                         00180000
       01 WS-X    PIC S9(05)V99.                                        00190000
       01 WS-Y    PIC S9(05)V99.                                        00200000
       01 WS-MSG-NUM      PIC 9(03) VALUE ZERO.                         00444000
       01 WS-MSG-SEV      PIC X(01) VALUE 'I'.                          00446000
       01 WS-MSG-TEXT     PIC X(60) VALUE SPACES.                       00448000
       01 WS-BATLEDG-STATUS PIC X(02) VALUE SPACES.                     00448064
       01 WS-CYCDATE-STATUS PIC X(02) VALUE SPACES.                     00448128
       01 WS-RUNCAL-STATUS  PIC X(02) VALUE SPACES.                     00448192
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACES.                      00448256
       01 WS-LEDGER-FLAG  PIC X(01) VALUE 'N'.                          00448320
           88 WS-LEDGER-FOUND       VALUE 'Y'.                          00448384
       01 WS-DUP-FLAG     PIC X(01) VALUE 'N'.                          00448448
           88 WS-DUPLICATE-BATCH    VALUE 'Y'.                          00448512
       01 WS-DISPOSITION  PIC X(01) VALUE SPACE.                        00448576
       01 WS-EXCP-CNT     PIC 9(07) VALUE ZERO.                         00448640
       01 WS-GAP-CNT      PIC 9(05) VALUE ZERO.                         00448704
       01 WS-GAP-LIMIT    PIC 9(03) COMP VALUE 31.                      00448768
       01 WS-LAST-DATE    PIC X(08) VALUE SPACES.                       00448832
       01 WS-DATE-N       PIC 9(08) VALUE ZERO.                         00448896
       01 WS-FROM-DAYS    PIC S9(09) COMP VALUE ZERO.                   00448960
       01 WS-TO-DAYS      PIC S9(09) COMP VALUE ZERO.                   00449024
       01 WS-CHK-DAYS     PIC S9(09) COMP VALUE ZERO.                   00449088
       01 WS-CHK-DATE     PIC X(08) VALUE SPACES.                       00449152
       01 WS-CHK-DOW      PIC 9(01) VALUE ZERO.                         00449216
       01 WS-CHK-TYPE     PIC X(01) VALUE SPACE.                        00449280
           88 WS-NOT-EXPECTED       VALUE 'E' 'H' 'N'.                  00449344
       01 WS-CAL-MAX      PIC 9(03) COMP VALUE 400.                     00449408
       01 WS-CAL-COUNT    PIC 9(03) COMP VALUE ZERO.                    00449472
       01 WS-CAL-IDX      PIC 9(03) COMP VALUE ZERO.                    00449536
       01 WS-CAL-TABLE.                                                 00449600
           05 WS-CAL-ENTRY OCCURS 400 TIMES.                            00449664
              10 WS-CAL-DATE     PIC X(08).                             00449728
              10 WS-CAL-TYPE     PIC X(01).                             00449792
       01 WS-CAL-DOW-TABLE.                                             00449856
           05 WS-CAL-DOW-TYPE PIC X(01) OCCURS 7 TIMES.                 00449920
           COPY CTLCARD.                                                00450000
       PROCEDURE DIVISION.                                              00460000
       MAIN-ROUTINE.                                                    00470000
           GOBACK.                                                      00590000
                                                                        00600000
       A100-BATCH-PARA.                                                 00610000
                                                                        00613800
           PERFORM A300-VALIDATE-BATCH-PARA.                            00617600
           PERFORM A400-OPEN-LEDGER-PARA.                               00621400
           IF WS-HEADER-SEEN AND WS-BATCH-DATE NOT = '00000000'         00625200
              PERFORM A410-CHECK-DUPLICATE-PARA                         00629000
           END-IF.                                                      00632800
                                                                        00636600
           EVALUATE TRUE                                                00640400
           WHEN WS-DUPLICATE-BATCH                                      00644200
              MOVE 'DUPLICATE BATCH REJECTED - NO DETAILS PROCESSED'    00648000
                TO WS-MSG-TEXT                                          00651800
              MOVE 6 TO WS-MSG-NUM                                      00655600
              MOVE 'E' TO WS-MSG-SEV                                    00659400
              PERFORM A900-ISSUE-MSG-PARA                               00663200
              DISPLAY 'BATCH DATE : ' WS-BATCH-DATE                     00667000
              DISPLAY 'ORIGINATOR : ' WS-ORIGINATOR                     00670800
              DISPLAY 'TIMES DUPL : ' BL-DUP-CNT                        00674600
              MOVE +12 TO RETURN-CODE                                   00678400
           WHEN NOT WS-BATCH-IS-VALID                                   00682200
              MOVE 'BATCH REJECTED - NO DETAILS PROCESSED'              00686000
                TO WS-MSG-TEXT                                          00689800
              MOVE 1 TO WS-MSG-NUM                                      00693600
              MOVE 'E' TO WS-MSG-SEV                                    00697400
              PERFORM A900-ISSUE-MSG-PARA                               00701200
              MOVE +12 TO RETURN-CODE                                   00705000
              IF WS-HEADER-SEEN AND WS-BATCH-DATE NOT = '00000000'      00708800
                 MOVE 'R' TO WS-DISPOSITION                             00712600
                 PERFORM A420-WRITE-LEDGER-PARA                         00716400
              END-IF                                                    00720200
           WHEN OTHER                                                   00724000
              OPEN INPUT ADDTRAN                                        00727800
              OPEN OUTPUT ADDEXCP                                       00731600
              MOVE SPACE TO WS-EOF                                      00735400
              PERFORM A110-PROCESS-TRAN-PARA UNTIL WS-EOF = 'Y'         00739200
              CLOSE ADDTRAN                                             00743000
              CLOSE ADDEXCP                                             00746800
              DISPLAY 'BATCH DATE : ' WS-BATCH-DATE                     00750600
              DISPLAY 'ORIGINATOR : ' WS-ORIGINATOR                     00754400
              DISPLAY 'GRAND TOTAL: ' WS-R                              00758200
              DISPLAY 'EXCEPTIONS : ' WS-EXCP-CNT                       00762000
              IF WS-TOLERANCE-EXCEEDED                                  00765800
                 MOVE +12 TO RETURN-CODE                                00769600
              ELSE                                                      00773400
                 MOVE ZERO TO RETURN-CODE                               00777200
              END-IF                                                    00781000
              IF WS-EXCP-CNT > ZERO                                     00784800
                 MOVE 'E' TO WS-DISPOSITION                             00788600
              ELSE                                                      00792400
                 MOVE 'A' TO WS-DISPOSITION                             00796200
              END-IF                                                    00800000
              IF WS-BATCH-DATE NOT = '00000000'                         00803800
                 PERFORM A420-WRITE-LEDGER-PARA                         00807600
              END-IF                                                    00811400
           END-EVALUATE.                                                00815200
                                                                        00819000
           IF WS-HEADER-SEEN AND NOT WS-DUPLICATE-BATCH                 00822800
              AND WS-BATCH-DATE IS NUMERIC                              00826600
              AND WS-BATCH-DATE NOT = '00000000'                        00830400
              PERFORM A450-CHECK-GAPS-PARA                              00834200
           END-IF.                                                      00838000
           DISPLAY 'LEDGER GAPS: ' WS-GAP-CNT.                          00841800
           CLOSE BATLEDG.                                               00845600
                                                                        00847800
       A110-PROCESS-TRAN-PARA.                                          00850000
                                                                        00860000
           READ ADDTRAN                                                 00870000
                   PERFORM A120-CHECK-TOLERANCE-PARA                    00960000
                   IF WS-ABS-VARIANCE > WS-TOLERANCE                    00970000
                      MOVE 'Y' TO WS-TOLERANCE-EXCD                     00980000
                      MOVE SPACES TO ADDEXCP-REC                        00985000
                      MOVE WS-X   TO AE-X                               00990000
                      MOVE WS-Y   TO AE-Y                               01000000
                      MOVE WS-Z   TO AE-Z                               01010000
                      MOVE WS-TOT TO AE-TOT                             01020000
                      MOVE WS-VARIANCE TO AE-VARIANCE                   01030000
                      MOVE ZERO TO AE-AGE                               01035000
                      MOVE WS-ORIGINATOR TO AE-ORIGINATOR               01036600
                      MOVE WS-BATCH-DATE TO AE-BATCH-DATE               01038200
                      WRITE ADDEXCP-REC                                 01040000
                      ADD 1 TO WS-EXCP-CNT                              01045000
                   END-IF                                               01050000
                END-IF                                                  01060000
           END-READ.                                                    01070000
                END-EVALUATE                                            01800000
           END-READ.                                                    01810000
                                                                        01820000
       A400-OPEN-LEDGER-PARA.                                           01820044
                                                                        01820088
           OPEN I-O BATLEDG.                                            01820132
           IF WS-BATLEDG-STATUS NOT = '00'                              01820176
              DISPLAY 'BATLEDG OPEN FAILED - STATUS: '                  01820220
                      WS-BATLEDG-STATUS                                 01820264
              MOVE +16 TO RETURN-CODE                                   01820308
              GOBACK                                                    01820352
           END-IF.                                                      01820396
           OPEN INPUT CYCDATE.                                          01820440
           IF WS-CYCDATE-STATUS NOT = '00'                              01820484
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE       01820528
           ELSE                                                         01820572
              READ CYCDATE                                              01820616
                AT END                                                  01820660
                   MOVE FUNCTION CURRENT-DATE(1:8)                      01820704
                     TO WS-BUSINESS-DATE                                01820748
                NOT AT END                                              01820792
                   MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE            01820836
              END-READ                                                  01820880
              CLOSE CYCDATE                                             01820924
           END-IF.                                                      01820968
           IF WS-BUSINESS-DATE IS NOT NUMERIC                           01821012
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE       01821056
           END-IF.                                                      01821100
           MOVE 'WWWWWEE' TO WS-CAL-DOW-TABLE.                          01821144
           OPEN INPUT RUNCAL.                                           01821188
           IF WS-RUNCAL-STATUS = '00'                                   01821232
              MOVE SPACE TO WS-EOF                                      01821276
              PERFORM A405-LOAD-CALENDAR-PARA UNTIL WS-EOF = 'Y'        01821320
              CLOSE RUNCAL                                              01821364
           END-IF.                                                      01821408
                                                                        01821452
       A405-LOAD-CALENDAR-PARA.                                         01821496
                                                                        01821540
           READ RUNCAL                                                  01821584
             AT END MOVE 'Y' TO WS-EOF                                  01821628
             NOT AT END                                                 01821672
                IF CA-RUN-TYPE-VALID                                    01821716
                   IF CA-DOW-LIT = 'DOW-'                               01821760
                      IF CA-DOW >= '1' AND CA-DOW <= '7'                01821804
                         MOVE CA-DOW TO WS-CHK-DOW                      01821848
                         MOVE CA-RUN-TYPE                               01821892
                           TO WS-CAL-DOW-TYPE (WS-CHK-DOW)              01821936
                      END-IF                                            01821980
                   ELSE                                                 01822024
                      IF WS-CAL-COUNT < WS-CAL-MAX                      01822068
                         ADD 1 TO WS-CAL-COUNT                          01822112
                         MOVE CA-KEY TO WS-CAL-DATE (WS-CAL-COUNT)      01822156
                         MOVE CA-RUN-TYPE                               01822200
                           TO WS-CAL-TYPE (WS-CAL-COUNT)                01822244
                      END-IF                                            01822288
                   END-IF                                               01822332
                END-IF                                                  01822376
           END-READ.                                                    01822420
                                                                        01822464
       A410-CHECK-DUPLICATE-PARA.                                       01822508
                                                                        01822552
           MOVE WS-ORIGINATOR TO BL-ORIGINATOR.                         01822596
           MOVE WS-BATCH-DATE TO BL-BATCH-DATE.                         01822640
           READ BATLEDG                                                 01822684
             INVALID KEY                                                01822728
                CONTINUE                                                01822772
             NOT INVALID KEY                                            01822816
                IF BL-RECEIVED                                          01822860
                   MOVE 'Y' TO WS-DUP-FLAG                              01822904
                   IF BL-DUP-CNT < 999                                  01822948
                      ADD 1 TO BL-DUP-CNT                               01822992
                   END-IF                                               01823036
                   REWRITE BATLEDG-REC                                  01823080
                END-IF                                                  01823124
           END-READ.                                                    01823168
                                                                        01823212
       A420-WRITE-LEDGER-PARA.                                          01823256
                                                                        01823300
           MOVE WS-ORIGINATOR TO BL-ORIGINATOR.                         01823344
           MOVE WS-BATCH-DATE TO BL-BATCH-DATE.                         01823388
           MOVE 'N' TO WS-LEDGER-FLAG.                                  01823432
           READ BATLEDG                                                 01823476
             INVALID KEY                                                01823520
                INITIALIZE BL-BATCH-DATA                                01823564
             NOT INVALID KEY                                            01823608
                MOVE 'Y' TO WS-LEDGER-FLAG                              01823652
           END-READ.                                                    01823696
           MOVE WS-ORIGINATOR    TO BL-ORIGINATOR.                      01823740
           MOVE WS-BATCH-DATE    TO BL-BATCH-DATE.                      01823784
           MOVE WS-DISPOSITION   TO BL-DISPOSITION.                     01823828
           MOVE WS-BUSINESS-DATE TO BL-RECV-DATE.                       01823872
           IF BL-SUBMIT-CNT < 999                                       01823916
              ADD 1 TO BL-SUBMIT-CNT                                    01823960
           END-IF.                                                      01824004
           MOVE WS-DETAIL-CNT    TO BL-DETAIL-CNT.                      01824048
           MOVE WS-HASH-TOTAL    TO BL-HASH-TOTAL.                      01824092
           MOVE WS-R             TO BL-AMOUNT-TOTAL.                    01824136
           MOVE WS-EXCP-CNT      TO BL-EXCP-CNT.                        01824180
           IF WS-LEDGER-FOUND                                           01824224
              REWRITE BATLEDG-REC                                       01824268
           ELSE                                                         01824312
              WRITE BATLEDG-REC                                         01824356
           END-IF.                                                      01824400
           IF WS-BATLEDG-STATUS NOT = '00'                              01824444
              DISPLAY 'BATLEDG UPDATE FAILED - STATUS: '                01824488
                      WS-BATLEDG-STATUS                                 01824532
              MOVE +16 TO RETURN-CODE                                   01824576
           END-IF.                                                      01824620
                                                                        01824664
       A450-CHECK-GAPS-PARA.                                            01824708
                                                                        01824752
           MOVE WS-ORIGINATOR TO BL-ORIGINATOR.                         01824796
           MOVE '00000000' TO BL-BATCH-DATE.                            01824840
           READ BATLEDG                                                 01824884
             INVALID KEY                                                01824928
                MOVE 'N' TO WS-LEDGER-FLAG                              01824972
             NOT INVALID KEY                                            01825016
                MOVE 'Y' TO WS-LEDGER-FLAG                              01825060
           END-READ.                                                    01825104
           IF NOT WS-LEDGER-FOUND                                       01825148
              PERFORM A455-ADD-CONTROL-PARA                             01825192
           ELSE                                                         01825236
              IF WS-BATCH-DATE > BC-LAST-DATE                           01825280
                 MOVE BC-LAST-DATE TO WS-LAST-DATE                      01825324
                 IF BC-DAILY AND WS-LAST-DATE IS NUMERIC                01825368
                    PERFORM A460-SCAN-GAPS-PARA                         01825412
                 END-IF                                                 01825456
                 PERFORM A465-UPDATE-CONTROL-PARA                       01825500
              END-IF                                                    01825544
           END-IF.                                                      01825588
                                                                        01825632
       A455-ADD-CONTROL-PARA.                                           01825676
                                                                        01825720
           MOVE SPACES TO BL-CONTROL-DATA.                              01825764
           MOVE WS-ORIGINATOR TO BL-ORIGINATOR.                         01825808
           MOVE '00000000' TO BL-BATCH-DATE.                            01825852
           IF WS-ORIGINATOR = 'EXCEPTION RECYCLE'                       01825896
              MOVE 'N' TO BC-SCHEDULE                                   01825940
           ELSE                                                         01825984
              MOVE 'D' TO BC-SCHEDULE                                   01826028
           END-IF.                                                      01826072
           MOVE WS-BATCH-DATE TO BC-FIRST-DATE.                         01826116
           MOVE WS-BATCH-DATE TO BC-LAST-DATE.                          01826160
           WRITE BATLEDG-REC.                                           01826204
           IF WS-BATLEDG-STATUS NOT = '00'                              01826248
              DISPLAY 'BATLEDG UPDATE FAILED - STATUS: '                01826292
                      WS-BATLEDG-STATUS                                 01826336
              MOVE +16 TO RETURN-CODE                                   01826380
           END-IF.                                                      01826424
                                                                        01826468
       A460-SCAN-GAPS-PARA.                                             01826512
                                                                        01826556
           MOVE WS-LAST-DATE TO WS-DATE-N.                              01826600
           COMPUTE WS-FROM-DAYS =                                       01826644
                   FUNCTION INTEGER-OF-DATE(WS-DATE-N) + 1.             01826688
           MOVE WS-BATCH-DATE TO WS-DATE-N.                             01826732
           COMPUTE WS-TO-DAYS =                                         01826776
                   FUNCTION INTEGER-OF-DATE(WS-DATE-N) - 1.             01826820
           IF WS-TO-DAYS - WS-FROM-DAYS >= WS-GAP-LIMIT                 01826864
              COMPUTE WS-FROM-DAYS = WS-TO-DAYS - WS-GAP-LIMIT + 1      01826908
              MOVE 'GAP CHECK LIMITED TO LAST 31 DAYS' TO WS-MSG-TEXT   01826952
              MOVE 8 TO WS-MSG-NUM                                      01826996
              MOVE 'W' TO WS-MSG-SEV                                    01827040
              PERFORM A900-ISSUE-MSG-PARA                               01827084
           END-IF.                                                      01827128
           PERFORM A470-CHECK-DAY-PARA                                  01827172
              VARYING WS-CHK-DAYS FROM WS-FROM-DAYS BY 1                01827216
              UNTIL WS-CHK-DAYS > WS-TO-DAYS.                           01827260
                                                                        01827304
       A465-UPDATE-CONTROL-PARA.                                        01827348
                                                                        01827392
           MOVE WS-ORIGINATOR TO BL-ORIGINATOR.                         01827436
           MOVE '00000000' TO BL-BATCH-DATE.                            01827480
           READ BATLEDG                                                 01827524
             INVALID KEY                                                01827568
                DISPLAY 'BATLEDG CONTROL RECORD LOST: ' WS-ORIGINATOR   01827612
                MOVE +16 TO RETURN-CODE                                 01827656
             NOT INVALID KEY                                            01827700
                MOVE WS-BATCH-DATE TO BC-LAST-DATE                      01827744
                REWRITE BATLEDG-REC                                     01827788
           END-READ.                                                    01827832
                                                                        01827876
       A470-CHECK-DAY-PARA.                                             01827920
                                                                        01827964
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-CHK-DAYS).   01828008
           MOVE WS-DATE-N TO WS-CHK-DATE.                               01828052
           COMPUTE WS-CHK-DOW = FUNCTION MOD(WS-CHK-DAYS - 1, 7) + 1.   01828096
           PERFORM A480-DAY-TYPE-PARA.                                  01828140
           IF NOT WS-NOT-EXPECTED                                       01828184
              MOVE WS-ORIGINATOR TO BL-ORIGINATOR                       01828228
              MOVE WS-CHK-DATE TO BL-BATCH-DATE                         01828272
              READ BATLEDG                                              01828316
                INVALID KEY                                             01828360
                   PERFORM A475-RECORD-MISSING-PARA                     01828404
              END-READ                                                  01828448
           END-IF.                                                      01828492
                                                                        01828536
       A475-RECORD-MISSING-PARA.                                        01828580
                                                                        01828624
           INITIALIZE BL-BATCH-DATA.                                    01828668
           MOVE WS-ORIGINATOR    TO BL-ORIGINATOR.                      01828712
           MOVE WS-CHK-DATE      TO BL-BATCH-DATE.                      01828756
           MOVE 'M'              TO BL-DISPOSITION.                     01828800
           MOVE WS-BUSINESS-DATE TO BL-RECV-DATE.                       01828844
           WRITE BATLEDG-REC.                                           01828888
           ADD 1 TO WS-GAP-CNT.                                         01828932
           MOVE SPACES TO WS-MSG-TEXT.                                  01828976
           STRING 'NO BATCH RECEIVED FOR ' WS-CHK-DATE                  01829020
                  ' FROM ' WS-ORIGINATOR                                01829064
             DELIMITED BY SIZE INTO WS-MSG-TEXT.                        01829108
           MOVE 7 TO WS-MSG-NUM.                                        01829152
           MOVE 'W' TO WS-MSG-SEV.                                      01829196
           PERFORM A900-ISSUE-MSG-PARA.                                 01829240
                                                                        01829284
       A480-DAY-TYPE-PARA.                                              01829328
                                                                        01829372
           MOVE WS-CAL-DOW-TYPE (WS-CHK-DOW) TO WS-CHK-TYPE.            01829416
           PERFORM A485-FIND-DATE-PARA                                  01829460
              VARYING WS-CAL-IDX FROM 1 BY 1                            01829504
              UNTIL WS-CAL-IDX > WS-CAL-COUNT.                          01829548
                                                                        01829592
       A485-FIND-DATE-PARA.                                             01829636
                                                                        01829680
           IF WS-CAL-DATE (WS-CAL-IDX) = WS-CHK-DATE                    01829724
              MOVE WS-CAL-TYPE (WS-CAL-IDX) TO WS-CHK-TYPE              01829768
              MOVE WS-CAL-COUNT TO WS-CAL-IDX                           01829812
           END-IF.                                                      01829856
       A900-ISSUE-MSG-PARA.                                             01830000
                                                                        01840000
           CALL 'CYCMSG' USING WS-MSG-PGM, WS-MSG-NUM,                  01850000
