                SELECT CYCDATE ASSIGN TO CYCDATE                        00017000
                ORGANIZATION IS SEQUENTIAL                              00018000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00019000
                SELECT RUNCAL ASSIGN TO RUNCAL                          00019140
                ORGANIZATION IS SEQUENTIAL                              00019280
                FILE STATUS IS WS-RUNCAL-STATUS.                        00019420
                SELECT CYCLOCK ASSIGN TO CYCLOCK                        00019560
                ORGANIZATION IS SEQUENTIAL                              00019700
                FILE STATUS IS WS-LOCK-STATUS.                          00019840
                SELECT PARTSKEL ASSIGN TO PARTSKEL                      00019857
                ORGANIZATION IS SEQUENTIAL                              00019874
                FILE STATUS IS WS-SKEL-STATUS.                          00019891
                SELECT INTRDR ASSIGN TO INTRDR                          00019908
                ORGANIZATION IS SEQUENTIAL.                             00019925
                SELECT PARTRS ASSIGN TO DYNAMIC WS-PARTRS-DD            00019942
                ORGANIZATION IS SEQUENTIAL                              00019959
                FILE STATUS IS WS-PARTRS-STATUS.                        00019976
       DATA DIVISION.                                                   00020000
       FILE SECTION.                                                    00021000
       FD STEPPLAN                                                      00022000
          05 SN-CARD-FLAG       PIC X(01).                              00028000
              88 SN-HAS-CARD         VALUE 'Y'.                         00029000
          05 SN-ALLOW-MINS      PIC 9(04).                              00030000
          05 SN-RUN-TYPES       PIC X(05).                              00030660
          05 SN-PART-COUNT      PIC 9(01).                              00031100
          05 FILLER             PIC X(51).                              00031540
       FD STEPCTLF                                                      00032000
            RECORDING MODE IS F.                                        00033000
       01 STEPCTLF-REC.                                                 00034000
       FD CYCDATE                                                       00065000
            RECORDING MODE IS F.                                        00066000
           COPY CYCDATE.                                                00067000
       FD RUNCAL                                                        00067140
            RECORDING MODE IS F.                                        00067280
           COPY RUNCAL.                                                 00067420
       FD CYCLOCK                                                       00067560
            RECORDING MODE IS F.                                        00067700
           COPY CYCLOCK.                                                00067840
       FD PARTSKEL                                                      00067856
            RECORDING MODE IS F.                                        00067872
       01 PARTSKEL-REC          PIC X(80).                              00067888
       FD INTRDR                                                        00067904
            RECORDING MODE IS F.                                        00067920
       01 INTRDR-REC            PIC X(80).                              00067936
       FD PARTRS                                                        00067952
            RECORDING MODE IS F.                                        00067968
           COPY RUNSTAT.                                                00067984
       WORKING-STORAGE SECTION.                                         00068000
       01 WS-EOF             PIC A     VALUE SPACE.                     00069000
       01 WS-CTLF-STATUS     PIC X(02) VALUE SPACES.                    00070000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00071000
       01 WS-RUNCAL-STATUS   PIC X(02) VALUE SPACES.                    00071047
       01 WS-LOCK-STATUS     PIC X(02) VALUE SPACES.                    00071094
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00071141
       01 WS-LOCK-JOB        PIC X(08) VALUE 'NIGHTLY'.                 00071188
       01 WS-LOCK-SET-TS     PIC X(26) VALUE SPACES.                    00071211
       01 WS-LOCK-FLAG       PIC X(01) VALUE 'N'.                       00071235
           88 WS-LOCK-REFUSED       VALUE 'Y'.                          00071282
       01 WS-RUN-TYPE        PIC X(01) VALUE SPACE.                     00071329
           88 WS-RUN-NONE           VALUE 'N'.                          00071376
       01 WS-RUN-DESC        PIC X(30) VALUE SPACES.                    00071423
       01 WS-CAL-DOW-KEY.                                               00071470
          05 FILLER          PIC X(04) VALUE 'DOW-'.                    00071517
          05 WS-CAL-DOW      PIC 9(01) VALUE ZERO.                      00071564
          05 FILLER          PIC X(03) VALUE SPACES.                    00071611
       01 WS-DOW-TYPE        PIC X(01) VALUE SPACE.                     00071658
       01 WS-DOW-DESC        PIC X(30) VALUE SPACES.                    00071705
       01 WS-DATE-TYPE       PIC X(01) VALUE SPACE.                     00071752
       01 WS-DATE-DESC       PIC X(30) VALUE SPACES.                    00071799
       01 WS-SCHED-FLAG      PIC X(01) VALUE 'N'.                       00071846
           88 WS-STEP-SCHEDULED     VALUE 'Y'.                          00071893
       01 WS-TYPE-IDX        PIC 9(01) COMP VALUE ZERO.                 00071940
       01 WS-BUSINESS-DATE-N PIC 9(08).                                 00072000
       01 WS-BUSINESS-DAYS   PIC 9(07) COMP VALUE ZERO.                 00073000
       77 WS-DONE-MAX        PIC 9(03) COMP VALUE 50.                   00074000
       01 WS-START-TS        PIC X(26).                                 00086000
       01 WS-END-TS          PIC X(26).                                 00087000
       01 WS-DUMMY-CARD      PIC X(80) VALUE SPACES.                    00088000
       01 WS-CHECK-STEP      PIC X(08) VALUE SPACES.                    00088200
       01 WS-LOG-STEP        PIC X(08) VALUE SPACES.                    00088400
       01 WS-LOG-RC          PIC 9(02) VALUE ZERO.                      00088600
       01 WS-LOG-END-TS      PIC X(26).                                 00088800
       01 WS-START-DATE-N    PIC 9(08).                                 00089000
       01 WS-END-DATE-N      PIC 9(08).                                 00090000
       01 WS-START-DAYS      PIC 9(07) COMP VALUE ZERO.                 00091000
             10 WS-SL-ALLOW     PIC 9(04).                              00103000
             10 WS-SL-ACTUAL    PIC 9(05).                              00104000
             10 WS-SL-FLAG      PIC X(01).                              00105000
       01 WS-SKEL-STATUS     PIC X(02) VALUE SPACES.                    00105041
       01 WS-SKEL-EOF        PIC X(01) VALUE 'N'.                       00105082
       01 WS-PARTRS-STATUS   PIC X(02) VALUE SPACES.                    00105123
       01 WS-PARTRS-DD.                                                 00105164
          05 FILLER          PIC X(06) VALUE 'RUNSTP'.                  00105205
          05 WS-PARTRS-NO    PIC 9(02) VALUE ZERO.                      00105246
       77 WS-PART-POLL-MINS  PIC 9(02) COMP VALUE 1.                    00105287
       77 WS-PART-MAX-WAIT   PIC 9(04) COMP VALUE 720.                  00105328
       01 WS-PART-COUNT      PIC 9(01) COMP VALUE ZERO.                 00105369
       01 WS-PART-IDX        PIC 9(02) COMP VALUE ZERO.                 00105410
       01 WS-PART-NO         PIC 9(02) VALUE ZERO.                      00105451
       01 WS-PART-RUNNING    PIC 9(02) COMP VALUE ZERO.                 00105492
       01 WS-WAITED-MINS     PIC 9(05) COMP VALUE ZERO.                 00105533
       01 WS-WAIT-HUNDREDTHS PIC S9(08) COMP VALUE ZERO.                00105574
       01 WS-PART-TABLE.                                                00105615
          05 WS-PT-ENTRY OCCURS 9 TIMES.                                00105656
             10 WS-PT-STEP      PIC X(08).                              00105697
             10 WS-PT-CARD      PIC X(80).                              00105738
             10 WS-PT-STATE     PIC X(01).                              00105779
                 88 WS-PT-SKIPPED       VALUE 'S'.                      00105820
                 88 WS-PT-RUNNING       VALUE 'R'.                      00105861
                 88 WS-PT-ENDED         VALUE 'E'.                      00105902
             10 WS-PT-RC        PIC 9(02).                              00105943
                                                                        00106000
       01 WS-CONTROL-TOTALS.                                            00107000
           05 WS-CNT-PLANNED    PIC 9(03) COMP VALUE ZERO.              00108000
           05 WS-CNT-SKIPPED    PIC 9(03) COMP VALUE ZERO.              00109000
           05 WS-CNT-NOTSCHED   PIC 9(03) COMP VALUE ZERO.              00109500
           05 WS-CNT-EXECUTED   PIC 9(03) COMP VALUE ZERO.              00110000
           05 WS-CNT-SLA-BREACH PIC 9(03) COMP VALUE ZERO.              00111000
                                                                        00112000
       PROCEDURE DIVISION.                                              00113000
                                                                        00114000
            PERFORM T050-READ-CYCDATE-PARA.                             00114110
            PERFORM T060-RUN-CALENDAR-PARA.                             00114220
            PERFORM T070-TAKE-LOCK-PARA.                                00114330
            IF WS-LOCK-REFUSED                                          00114440
               MOVE 12 TO RETURN-CODE                                   00114550
               GOBACK                                                   00114660
            END-IF.                                                     00114770
                                                                        00114880
            PERFORM T100-LOAD-COMPLETED-PARA.                           00115000
                                                                        00116000
            OPEN INPUT STEPPLAN.                                        00117000
            DISPLAY '===== STEPCTL CYCLE TOTALS ====='.                 00124000
            DISPLAY 'STEPS PLANNED   : ' WS-CNT-PLANNED.                00125000
            DISPLAY 'STEPS SKIPPED   : ' WS-CNT-SKIPPED.                00126000
            DISPLAY 'NOT SCHEDULED   : ' WS-CNT-NOTSCHED.               00126500
            DISPLAY 'STEPS EXECUTED  : ' WS-CNT-EXECUTED.               00127000
            DISPLAY 'SLA BREACHES    : ' WS-CNT-SLA-BREACH.             00128000
            DISPLAY '================================'.                 00129000
            IF WS-CYCLE-FAILED                                          00138000
               DISPLAY 'CYCLE STOPPED - RESUBMIT TO RESUME AT THE '     00139000
                       'FAILED STEP'                                    00140000
               DISPLAY 'CYCLE LOCK REMAINS HELD BY ' WS-LOCK-JOB        00140500
               MOVE WS-STEP-RC TO RETURN-CODE                           00141000
            ELSE                                                        00142000
               PERFORM T600-RESET-CONTROL-PARA                          00143000
                                                                        00146000
            GOBACK.                                                     00147000
                                                                        00148000
       T050-READ-CYCDATE-PARA.                                          00148008
                                                                        00148016
            OPEN INPUT CYCDATE.                                         00148024
            IF WS-CYCDATE-STATUS NOT = '00'                             00148032
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      00148040
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      00148048
            ELSE                                                        00148056
               READ CYCDATE                                             00148064
                 AT END                                                 00148072
                    MOVE FUNCTION CURRENT-DATE(1:8)                     00148080
                      TO WS-BUSINESS-DATE                               00148088
                 NOT AT END                                             00148096
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           00148104
               END-READ                                                 00148112
               CLOSE CYCDATE                                            00148120
            END-IF.                                                     00148128
            IF WS-BUSINESS-DATE IS NOT NUMERIC                          00148136
               DISPLAY 'BAD CYCLE DATE - USING SYSTEM DATE'             00148144
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      00148152
            END-IF.                                                     00148160
                                                                        00148168
       T060-RUN-CALENDAR-PARA.                                          00148176
                                                                        00148184
            MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-N.                00148192
            COMPUTE WS-BUSINESS-DAYS =                                  00148200
                    FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-N).       00148208
            COMPUTE WS-CAL-DOW =                                        00148216
                    FUNCTION MOD(WS-BUSINESS-DAYS - 1, 7) + 1.          00148224
            IF WS-CAL-DOW > 5                                           00148232
               MOVE 'E' TO WS-DOW-TYPE                                  00148240
               MOVE 'WEEKEND FULL PASS' TO WS-DOW-DESC                  00148248
            ELSE                                                        00148256
               MOVE 'W' TO WS-DOW-TYPE                                  00148264
               MOVE 'WEEKNIGHT DELTA' TO WS-DOW-DESC                    00148272
            END-IF.                                                     00148280
            MOVE SPACE  TO WS-DATE-TYPE.                                00148288
            MOVE SPACES TO WS-DATE-DESC.                                00148296
                                                                        00148304
            OPEN INPUT RUNCAL.                                          00148312
            IF WS-RUNCAL-STATUS NOT = '00'                              00148320
               DISPLAY 'NO RUN CALENDAR - DAY OF WEEK DEFAULT USED'     00148328
            ELSE                                                        00148336
               MOVE SPACE TO WS-EOF                                     00148344
               PERFORM T065-READ-CALENDAR-PARA UNTIL WS-EOF = 'Y'       00148352
               CLOSE RUNCAL                                             00148360
               MOVE SPACE TO WS-EOF                                     00148368
            END-IF.                                                     00148376
                                                                        00148384
            IF WS-DATE-TYPE NOT = SPACE                                 00148392
               MOVE WS-DATE-TYPE TO WS-RUN-TYPE                         00148400
               MOVE WS-DATE-DESC TO WS-RUN-DESC                         00148408
            ELSE                                                        00148416
               MOVE WS-DOW-TYPE  TO WS-RUN-TYPE                         00148424
               MOVE WS-DOW-DESC  TO WS-RUN-DESC                         00148432
            END-IF.                                                     00148440
            DISPLAY 'BUSINESS DATE   : ' WS-BUSINESS-DATE               00148448
                    ' DAY ' WS-CAL-DOW.                                 00148456
            DISPLAY 'RUN TYPE        : ' WS-RUN-TYPE ' ' WS-RUN-DESC.   00148464
            IF WS-RUN-NONE                                              00148472
               DISPLAY 'NO CYCLE SCHEDULED - DATE WILL BE ADVANCED'     00148480
            END-IF.                                                     00148488
                                                                        00148496
       T065-READ-CALENDAR-PARA.                                         00148504
                                                                        00148512
            READ RUNCAL                                                 00148520
              AT END MOVE 'Y' TO WS-EOF                                 00148528
              NOT AT END                                                00148536
                 IF NOT CA-RUN-TYPE-VALID                               00148544
                    DISPLAY 'BAD RUN CALENDAR ENTRY IGNORED: ' CA-KEY   00148552
                 ELSE                                                   00148560
                    IF CA-KEY = WS-BUSINESS-DATE                        00148568
                       MOVE CA-RUN-TYPE TO WS-DATE-TYPE                 00148576
                       MOVE CA-DESC     TO WS-DATE-DESC                 00148584
                    END-IF                                              00148592
                    IF CA-KEY = WS-CAL-DOW-KEY                          00148600
                       MOVE CA-RUN-TYPE TO WS-DOW-TYPE                  00148608
                       MOVE CA-DESC     TO WS-DOW-DESC                  00148616
                    END-IF                                              00148624
                 END-IF                                                 00148632
            END-READ.                                                   00148640
                                                                        00148648
       T070-TAKE-LOCK-PARA.                                             00148656
                                                                        00148664
            OPEN INPUT CYCLOCK.                                         00148672
            IF WS-LOCK-STATUS NOT = '00'                                00148680
               DISPLAY 'NO CYCLE LOCK FILE - LOCK TREATED AS FREE'      00148688
               MOVE 'F' TO CK-STATUS                                    00148696
            ELSE                                                        00148704
               READ CYCLOCK                                             00148712
                 AT END                                                 00148720
                    MOVE 'F' TO CK-STATUS                               00148728
                 NOT AT END                                             00148736
                    CONTINUE                                            00148744
               END-READ                                                 00148752
               CLOSE CYCLOCK                                            00148760
            END-IF.                                                     00148768
            IF CK-HELD AND CK-JOB-NAME NOT = WS-LOCK-JOB                00148776
               DISPLAY 'CYCLE LOCK HELD BY ' CK-JOB-NAME                00148784
                       ' SINCE ' CK-SET-TS(1:14)                        00148792
               DISPLAY 'CYCLE NOT STARTED - RESUBMIT WHEN '             00148800
                       CK-JOB-NAME ' COMPLETES'                         00148808
               MOVE 'Y' TO WS-LOCK-FLAG                                 00148816
            ELSE                                                        00148824
               IF CK-HELD                                               00148832
                  DISPLAY 'CYCLE LOCK ALREADY HELD - RESUMING CYCLE '   00148840
                          'FOR ' CK-BUSINESS-DATE                       00148848
               END-IF                                                   00148856
               MOVE 'H'              TO CK-STATUS                       00148864
               MOVE WS-LOCK-JOB      TO CK-JOB-NAME                     00148872
               MOVE WS-BUSINESS-DATE TO CK-BUSINESS-DATE                00148880
               MOVE WS-RUN-TYPE      TO CK-RUN-TYPE                     00148888
               MOVE FUNCTION CURRENT-DATE TO WS-LOCK-SET-TS             00148893
               MOVE WS-LOCK-SET-TS   TO CK-SET-TS                       00148898
               MOVE SPACES           TO CK-REL-TS                       00148904
               OPEN OUTPUT CYCLOCK                                      00148912
               WRITE CYCLOCK-REC                                        00148920
               CLOSE CYCLOCK                                            00148928
               DISPLAY 'CYCLE LOCK TAKEN BY ' WS-LOCK-JOB               00148936
            END-IF.                                                     00148944
                                                                        00148952
       T100-LOAD-COMPLETED-PARA.                                        00149000
                                                                        00150000
            OPEN INPUT STEPCTLF.                                        00151000
              AT END MOVE 'Y' TO WS-EOF                                 00180000
              NOT AT END                                                00181000
                 ADD 1 TO WS-CNT-PLANNED                                00182000
                 IF SN-PART-COUNT IS NUMERIC                            00182140
                    MOVE SN-PART-COUNT TO WS-PART-COUNT                 00182280
                 ELSE                                                   00182420
                    MOVE ZERO TO WS-PART-COUNT                          00182560
                 END-IF                                                 00182700
                 MOVE SN-STEP-NAME TO WS-CHECK-STEP                     00182840
                 PERFORM T300-CHECK-DONE-PARA                           00183000
                 IF WS-STEP-DONE                                        00184000
                    ADD 1 TO WS-CNT-SKIPPED                             00185000
                    DISPLAY 'STEP ALREADY COMPLETE - SKIPPED: '         00186000
                            SN-STEP-NAME                                00187000
                    PERFORM T210-SKIP-CARDS-PARA                        00189000
                 ELSE                                                   00191000
                    PERFORM T310-CHECK-SCHEDULE-PARA                    00191160
                    IF WS-STEP-SCHEDULED                                00191320
                       PERFORM T400-EXECUTE-STEP-PARA                   00191480
                    ELSE                                                00191640
                       ADD 1 TO WS-CNT-NOTSCHED                         00191800
                       DISPLAY 'STEP NOT SCHEDULED FOR RUN TYPE '       00191960
                               WS-RUN-TYPE ': ' SN-STEP-NAME            00192120
                       PERFORM T210-SKIP-CARDS-PARA                     00192440
                    END-IF                                              00192760
                 END-IF                                                 00193000
            END-READ.                                                   00194000
                                                                        00195000
       T210-SKIP-CARDS-PARA.                                            00195066
                                                                        00195132
            IF SN-HAS-CARD                                              00195198
               IF WS-PART-COUNT > ZERO                                  00195264
                  PERFORM T215-SKIP-ONE-CARD-PARA WS-PART-COUNT TIMES   00195330
               ELSE                                                     00195396
                  PERFORM T215-SKIP-ONE-CARD-PARA                       00195462
               END-IF                                                   00195528
            END-IF.                                                     00195594
                                                                        00195660
       T215-SKIP-ONE-CARD-PARA.                                         00195726
                                                                        00195792
            ACCEPT WS-DUMMY-CARD FROM SYSIN.                            00195858
                                                                        00195924
       T300-CHECK-DONE-PARA.                                            00196000
                                                                        00197000
            MOVE 'N' TO WS-DONE-FLAG.                                   00198000
            PERFORM VARYING WS-DONE-IDX FROM 1 BY 1                     00199000
               UNTIL WS-DONE-IDX > WS-DONE-COUNT                        00200000
               IF WS-DN-STEP(WS-DONE-IDX) = WS-CHECK-STEP               00201000
                  MOVE 'Y' TO WS-DONE-FLAG                              00202000
               END-IF                                                   00203000
            END-PERFORM.                                                00204000
                                                                        00205000
       T310-CHECK-SCHEDULE-PARA.                                        00205050
                                                                        00205100
            MOVE 'N' TO WS-SCHED-FLAG.                                  00205150
            IF NOT WS-RUN-NONE                                          00205200
               IF SN-RUN-TYPES = SPACES                                 00205250
                  MOVE 'Y' TO WS-SCHED-FLAG                             00205300
               ELSE                                                     00205350
                  PERFORM T320-CHECK-TYPE-PARA                          00205400
                     VARYING WS-TYPE-IDX FROM 1 BY 1                    00205450
                     UNTIL WS-TYPE-IDX > 5                              00205500
               END-IF                                                   00205550
            END-IF.                                                     00205600
                                                                        00205650
       T320-CHECK-TYPE-PARA.                                            00205700
                                                                        00205750
            IF SN-RUN-TYPES(WS-TYPE-IDX:1) = WS-RUN-TYPE                00205800
               MOVE 'Y' TO WS-SCHED-FLAG                                00205850
            END-IF.                                                     00205900
                                                                        00205950
       T400-EXECUTE-STEP-PARA.                                          00206000
                                                                        00207000
            MOVE FUNCTION CURRENT-DATE TO WS-START-TS.                  00208000
            MOVE SN-PGM-NAME TO WS-PGM-NAME.                            00209000
            IF WS-PART-COUNT > ZERO                                     00209730
               PERFORM T450-RUN-PARTITIONS-PARA                         00210460
            ELSE                                                        00211190
               DISPLAY 'STARTING STEP ' SN-STEP-NAME                    00211920
                       ' PROGRAM ' WS-PGM-NAME                          00212650
               MOVE ZERO TO RETURN-CODE                                 00213380
               CALL WS-PGM-NAME                                         00214110
                 ON EXCEPTION                                           00214840
                    DISPLAY 'PROGRAM NOT FOUND: ' WS-PGM-NAME           00215570
                    MOVE 16 TO RETURN-CODE                              00216300
               END-CALL                                                 00217030
               MOVE RETURN-CODE TO WS-STEP-RC                           00217760
               MOVE ZERO TO RETURN-CODE                                 00218490
            END-IF.                                                     00219220
            MOVE FUNCTION CURRENT-DATE TO WS-END-TS.                    00220000
            ADD 1 TO WS-CNT-EXECUTED.                                   00221000
                                                                        00222000
            MOVE SN-STEP-NAME TO WS-LOG-STEP.                           00222250
            MOVE WS-STEP-RC   TO WS-LOG-RC.                             00222500
            MOVE WS-END-TS    TO WS-LOG-END-TS.                         00222750
            PERFORM T500-LOG-STEP-PARA.                                 00223000
            PERFORM T520-CHECK-SLA-PARA.                                00224000
                                                                        00225000
               END-IF                                                   00236000
            END-IF.                                                     00237000
                                                                        00238000
       T450-RUN-PARTITIONS-PARA.                                        00238006
                                                                        00238012
            DISPLAY 'STARTING STEP ' SN-STEP-NAME                       00238018
                    ' PROGRAM ' WS-PGM-NAME                             00238024
                    ' IN ' WS-PART-COUNT ' PARTITIONS'.                 00238030
            MOVE ZERO TO WS-PART-RUNNING.                               00238036
            PERFORM T455-START-PARTITION-PARA                           00238042
               VARYING WS-PART-IDX FROM 1 BY 1                          00238048
               UNTIL WS-PART-IDX > WS-PART-COUNT.                       00238054
            MOVE ZERO TO WS-WAITED-MINS.                                00238060
            PERFORM T470-CHECK-PARTITIONS-PARA.                         00238066
            PERFORM T475-WAIT-PARTITIONS-PARA                           00238072
               UNTIL WS-PART-RUNNING = ZERO                             00238078
                  OR WS-WAITED-MINS >= WS-PART-MAX-WAIT.                00238084
            MOVE ZERO TO WS-STEP-RC.                                    00238090
            PERFORM T485-PARTITION-RC-PARA                              00238096
               VARYING WS-PART-IDX FROM 1 BY 1                          00238102
               UNTIL WS-PART-IDX > WS-PART-COUNT.                       00238108
                                                                        00238114
       T455-START-PARTITION-PARA.                                       00238120
                                                                        00238126
            MOVE WS-PART-IDX TO WS-PART-NO.                             00238132
            IF SN-HAS-CARD                                              00238138
               ACCEPT WS-PT-CARD(WS-PART-IDX) FROM SYSIN                00238144
            ELSE                                                        00238150
               MOVE SPACES TO WS-PT-CARD(WS-PART-IDX)                   00238156
            END-IF.                                                     00238162
            MOVE SN-STEP-NAME TO WS-PT-STEP(WS-PART-IDX).               00238168
            MOVE WS-PART-NO   TO WS-PT-STEP(WS-PART-IDX)(7:2).          00238174
            MOVE ZERO TO WS-PT-RC(WS-PART-IDX).                         00238180
            MOVE WS-PT-STEP(WS-PART-IDX) TO WS-CHECK-STEP.              00238186
            PERFORM T300-CHECK-DONE-PARA.                               00238192
            IF WS-STEP-DONE                                             00238198
               MOVE 'S' TO WS-PT-STATE(WS-PART-IDX)                     00238204
               DISPLAY 'PARTITION ALREADY COMPLETE - SKIPPED: '         00238210
                       WS-PT-STEP(WS-PART-IDX)                          00238216
            ELSE                                                        00238222
               PERFORM T460-SUBMIT-PARTITION-PARA                       00238228
            END-IF.                                                     00238234
                                                                        00238240
       T460-SUBMIT-PARTITION-PARA.                                      00238246
                                                                        00238252
            MOVE WS-PART-NO TO WS-PARTRS-NO.                            00238258
            OPEN OUTPUT PARTRS.                                         00238264
            IF WS-PARTRS-STATUS NOT = '00'                              00238270
               DISPLAY 'PARTITION RUN STATISTICS ' WS-PARTRS-DD         00238276
                       ' NOT ALLOCATED - STATUS: ' WS-PARTRS-STATUS     00238282
               MOVE 'E' TO WS-PT-STATE(WS-PART-IDX)                     00238288
               MOVE 16  TO WS-PT-RC(WS-PART-IDX)                        00238294
               PERFORM T480-LOG-PARTITION-PARA                          00238300
            ELSE                                                        00238306
               CLOSE PARTRS                                             00238312
               OPEN INPUT PARTSKEL                                      00238318
               IF WS-SKEL-STATUS NOT = '00'                             00238324
                  DISPLAY 'NO PARTITION JOB SKELETON - STATUS: '        00238330
                          WS-SKEL-STATUS                                00238336
                  MOVE 'E' TO WS-PT-STATE(WS-PART-IDX)                  00238342
                  MOVE 16  TO WS-PT-RC(WS-PART-IDX)                     00238348
                  PERFORM T480-LOG-PARTITION-PARA                       00238354
               ELSE                                                     00238360
                  OPEN OUTPUT INTRDR                                    00238366
                  MOVE 'N' TO WS-SKEL-EOF                               00238372
                  PERFORM T465-COPY-SKELETON-PARA                       00238378
                     UNTIL WS-SKEL-EOF = 'Y'                            00238384
                  CLOSE INTRDR                                          00238390
                  CLOSE PARTSKEL                                        00238396
                  MOVE 'R' TO WS-PT-STATE(WS-PART-IDX)                  00238402
                  ADD 1 TO WS-PART-RUNNING                              00238408
                  DISPLAY 'PARTITION SUBMITTED: '                       00238414
                          WS-PT-STEP(WS-PART-IDX)                       00238420
               END-IF                                                   00238426
            END-IF.                                                     00238432
                                                                        00238438
       T465-COPY-SKELETON-PARA.                                         00238444
                                                                        00238450
            READ PARTSKEL                                               00238456
              AT END MOVE 'Y' TO WS-SKEL-EOF                            00238462
              NOT AT END                                                00238468
                 IF PARTSKEL-REC(1:5) = '#CARD'                         00238474
                    MOVE WS-PT-CARD(WS-PART-IDX) TO INTRDR-REC          00238480
                 ELSE                                                   00238486
                    MOVE PARTSKEL-REC TO INTRDR-REC                     00238492
                    INSPECT INTRDR-REC                                  00238498
                       REPLACING ALL '#P' BY WS-PART-NO                 00238504
                 END-IF                                                 00238510
                 WRITE INTRDR-REC                                       00238516
            END-READ.                                                   00238522
                                                                        00238528
       T470-CHECK-PARTITIONS-PARA.                                      00238534
                                                                        00238540
            PERFORM T472-CHECK-ONE-PARA                                 00238546
               VARYING WS-PART-IDX FROM 1 BY 1                          00238552
               UNTIL WS-PART-IDX > WS-PART-COUNT.                       00238558
                                                                        00238564
       T472-CHECK-ONE-PARA.                                             00238570
                                                                        00238576
            IF WS-PT-RUNNING(WS-PART-IDX)                               00238582
               MOVE WS-PART-IDX TO WS-PARTRS-NO                         00238588
               OPEN INPUT PARTRS                                        00238594
               IF WS-PARTRS-STATUS = '00'                               00238600
                  READ PARTRS                                           00238606
                    AT END CONTINUE                                     00238612
                    NOT AT END                                          00238618
                       MOVE 'E' TO WS-PT-STATE(WS-PART-IDX)             00238624
                       MOVE RS-RETURN-CODE TO WS-PT-RC(WS-PART-IDX)     00238630
                       SUBTRACT 1 FROM WS-PART-RUNNING                  00238636
                       PERFORM T480-LOG-PARTITION-PARA                  00238642
                  END-READ                                              00238648
                  CLOSE PARTRS                                          00238654
               END-IF                                                   00238660
            END-IF.                                                     00238666
                                                                        00238672
       T475-WAIT-PARTITIONS-PARA.                                       00238678
                                                                        00238684
            DISPLAY 'PARTITIONS RUNNING: ' WS-PART-RUNNING              00238690
                    ' - WAITING ' WS-PART-POLL-MINS ' MIN'.             00238696
            COMPUTE WS-WAIT-HUNDREDTHS = WS-PART-POLL-MINS * 6000.      00238702
            CALL 'ILBOWAT0' USING WS-WAIT-HUNDREDTHS                    00238708
              ON EXCEPTION                                              00238714
                 DISPLAY 'WAIT MODULE UNAVAILABLE - NO PAUSE'           00238720
            END-CALL.                                                   00238726
            ADD WS-PART-POLL-MINS TO WS-WAITED-MINS.                    00238732
            PERFORM T470-CHECK-PARTITIONS-PARA.                         00238738
                                                                        00238744
       T480-LOG-PARTITION-PARA.                                         00238750
                                                                        00238756
            MOVE FUNCTION CURRENT-DATE   TO WS-LOG-END-TS.              00238762
            MOVE WS-PT-STEP(WS-PART-IDX) TO WS-LOG-STEP.                00238768
            MOVE WS-PT-RC(WS-PART-IDX)   TO WS-LOG-RC.                  00238774
            PERFORM T500-LOG-STEP-PARA.                                 00238780
            IF WS-LOG-RC > SN-MAX-RC                                    00238786
               DISPLAY 'PARTITION FAILED: ' WS-LOG-STEP                 00238792
                       ' RC: ' WS-LOG-RC                                00238798
            ELSE                                                        00238804
               DISPLAY 'PARTITION COMPLETE: ' WS-LOG-STEP               00238810
                       ' RC: ' WS-LOG-RC                                00238816
               PERFORM T510-RECORD-COMPLETION-PARA                      00238822
            END-IF.                                                     00238828
                                                                        00238834
       T485-PARTITION-RC-PARA.                                          00238840
                                                                        00238846
            IF WS-PT-RUNNING(WS-PART-IDX)                               00238852
               DISPLAY 'PARTITION NOT COMPLETE AFTER ' WS-WAITED-MINS   00238858
                       ' MIN: ' WS-PT-STEP(WS-PART-IDX)                 00238864
               DISPLAY 'CONFIRM THE PARTITION JOB HAS ENDED BEFORE '    00238870
                       'RESUBMITTING THE CYCLE'                         00238876
               MOVE 16 TO WS-PT-RC(WS-PART-IDX)                         00238882
            END-IF.                                                     00238888
            IF WS-PT-RC(WS-PART-IDX) > WS-STEP-RC                       00238894
               MOVE WS-PT-RC(WS-PART-IDX) TO WS-STEP-RC                 00238900
            END-IF.                                                     00238906
                                                                        00238912
       T500-LOG-STEP-PARA.                                              00239000
                                                                        00240000
            OPEN EXTEND CYCLELOG.                                       00241000
            MOVE WS-LOG-STEP  TO CL-STEP-NAME.                          00242000
            MOVE SN-PGM-NAME  TO CL-PGM-NAME.                           00243000
            MOVE WS-START-TS  TO CL-START-TS.                           00244000
            MOVE WS-LOG-END-TS TO CL-END-TS.                            00245000
            MOVE WS-LOG-RC    TO CL-RC.                                 00246000
            WRITE CYCLELOG-REC.                                         00247000
            CLOSE CYCLELOG.                                             00248000
                                                                        00249000
            OPEN EXTEND STEPRCS.                                        00250000
            MOVE WS-LOG-STEP  TO SR-STEP-NAME.                          00251000
            MOVE SN-PGM-NAME  TO SR-PGM-NAME.                           00252000
            MOVE WS-LOG-RC    TO SR-RC.                                 00253000
            WRITE STEPRCS-REC.                                          00254000
            CLOSE STEPRCS.                                              00255000
                                                                        00256000
       T510-RECORD-COMPLETION-PARA.                                     00319000
                                                                        00320000
            OPEN EXTEND STEPCTLF.                                       00321000
            MOVE WS-LOG-STEP  TO CF-STEP-NAME.                          00322000
            MOVE WS-LOG-RC    TO CF-RC.                                 00323000
            MOVE WS-LOG-END-TS TO CF-END-TS.                            00324000
            WRITE STEPCTLF-REC.                                         00325000
            CLOSE STEPCTLF.                                             00326000
                                                                        00327000
            OPEN OUTPUT STEPCTLF.                                       00347000
            CLOSE STEPCTLF.                                             00348000
            DISPLAY 'CYCLE COMPLETE - CONTROL FILE RESET'.              00349000
            PERFORM T610-RELEASE-LOCK-PARA.                             00349500
            PERFORM T800-ADVANCE-CYCDATE-PARA.                          00350000
                                                                        00351000
       T610-RELEASE-LOCK-PARA.                                          00351076
                                                                        00351152
            MOVE 'F'              TO CK-STATUS.                         00351228
            MOVE WS-LOCK-JOB      TO CK-JOB-NAME.                       00351304
            MOVE WS-BUSINESS-DATE TO CK-BUSINESS-DATE.                  00351380
            MOVE WS-RUN-TYPE      TO CK-RUN-TYPE.                       00351456
            MOVE WS-LOCK-SET-TS   TO CK-SET-TS.                         00351494
            MOVE FUNCTION CURRENT-DATE TO CK-REL-TS.                    00351532
            OPEN OUTPUT CYCLOCK.                                        00351608
            WRITE CYCLOCK-REC.                                          00351684
            CLOSE CYCLOCK.                                              00351760
            DISPLAY 'CYCLE LOCK RELEASED'.                              00351836
                                                                        00351912
       T800-ADVANCE-CYCDATE-PARA.                                       00352000
                                                                        00353000
            OPEN INPUT CYCDATE.                                         00354000
