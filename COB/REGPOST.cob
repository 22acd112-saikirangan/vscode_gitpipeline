                ACCESS MODE IS DYNAMIC                                  00032000
                RECORD KEY IS HM-KEY                                    00033000
                FILE STATUS IS WS-HOLDMST-STATUS.                       00034000
                SELECT SECTMST ASSIGN TO SECTMST                        00034160
                ORGANIZATION IS INDEXED                                 00034320
                ACCESS MODE IS RANDOM                                   00034480
                RECORD KEY IS SM-KEY                                    00034640
                FILE STATUS IS WS-SECTMST-STATUS.                       00034800
                SELECT TERMMST ASSIGN TO TERMMST                        00034818
                ORGANIZATION IS INDEXED                                 00034836
                ACCESS MODE IS RANDOM                                   00034854
                RECORD KEY IS TM-TERM                                   00034872
                FILE STATUS IS WS-TERMMST-STATUS.                       00034890
                SELECT ORIGAUTH ASSIGN TO ORIGAUTH                      00034908
                ORGANIZATION IS INDEXED                                 00034926
                ACCESS MODE IS RANDOM                                   00034944
                RECORD KEY IS OA-ORIG-ID                                00034962
                FILE STATUS IS WS-ORIGAUTH-STATUS.                      00034980
                SELECT REGWTRN ASSIGN TO REGWTRN                        00034984
                ORGANIZATION IS SEQUENTIAL.                             00034988
                SELECT DLEXRPT ASSIGN TO DLEXRPT                        00034992
                ORGANIZATION IS SEQUENTIAL.                             00034996
       DATA DIVISION.                                                   00035000
       FILE SECTION.                                                    00036000
       FD REGMST                                                        00037000
          05 RT-STUD-ID         PIC X(09).                              00046000
          05 RT-COURSE          PIC X(10).                              00047000
          05 RT-TERM            PIC X(05).                              00048000
          05 RT-SECTION         PIC X(03).                              00048500
          05 RT-ORIG-ID         PIC X(08).                              00048800
          05 RT-OVERRIDE-CODE   PIC X(01).                              00049100
              88 RT-OVERRIDE-YES     VALUE 'Y'.                         00049400
          05 FILLER             PIC X(43).                              00049700
       FD REGREJ                                                        00050000
            RECORDING MODE IS F.                                        00051000
       01 REGREJ-REC.                                                   00052000
          05 RJ-STUD-ID         PIC X(09).                              00054000
          05 RJ-COURSE          PIC X(10).                              00055000
          05 RJ-TERM            PIC X(05).                              00056000
          05 RJ-SECTION         PIC X(03).                              00056500
          05 RJ-REASON          PIC X(02).                              00057000
          05 FILLER             PIC X(50).                              00058000
       FD CRSCAT                                                        00059000
            RECORDING MODE IS F.                                        00060000
           COPY CRSCAT.                                                 00061000
       FD HOLDMST                                                       00068000
            RECORDING MODE IS F.                                        00069000
           COPY HOLDMST.                                                00070000
       FD SECTMST                                                       00070250
            RECORDING MODE IS F.                                        00070500
           COPY SECTMST.                                                00070750
       FD TERMMST                                                       00070785
            RECORDING MODE IS F.                                        00070820
           COPY TERMMST.                                                00070855
       FD ORIGAUTH                                                      00070890
            RECORDING MODE IS F.                                        00070925
           COPY ORIGAUTH.                                               00070960
       FD REGWTRN                                                       00070962
            RECORDING MODE IS F.                                        00070964
       01 REGWTRN-REC.                                                  00070966
          05 GT-ACTION          PIC X(01).                              00070968
          05 GT-STUD-ID         PIC X(09).                              00070970
          05 GT-COURSE          PIC X(10).                              00070972
          05 GT-GRADE           PIC X(02).                              00070974
          05 GT-TERM            PIC X(05).                              00070976
          05 GT-ORIG-ID         PIC X(08).                              00070978
          05 GT-OVERRIDE-CODE   PIC X(01).                              00070980
          05 FILLER             PIC X(44).                              00070982
       FD DLEXRPT                                                       00070984
            RECORDING MODE IS F.                                        00070986
       01 DLEXRPT-REC PIC X(132).                                       00070988
       WORKING-STORAGE SECTION.                                         00071000
       01 WS-EOF             PIC A     VALUE SPACE.                     00072000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00073000
       01 WS-PASS-FLAG       PIC X(01) VALUE 'N'.                       00081000
           88 WS-PREREQ-PASSED      VALUE 'Y'.                          00082000
       01 WS-HOLDMST-STATUS  PIC X(02) VALUE SPACES.                    00083000
       01 WS-SECTMST-STATUS  PIC X(02) VALUE SPACES.                    00083071
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00083094
       01 WS-ORIGAUTH-STATUS PIC X(02) VALUE SPACES.                    00083117
       01 WS-REG-EOF         PIC X(01) VALUE 'N'.                       00083142
           88 WS-REG-AT-END         VALUE 'Y'.                          00083213
       01 WS-SEAT-CAPACITY   PIC 9(04) VALUE ZERO.                      00083284
       01 WS-NEW-MEETING.                                               00083355
          05 WS-NEW-DAYS        PIC X(07) VALUE SPACES.                 00083426
          05 WS-NEW-DAY-TABLE REDEFINES WS-NEW-DAYS.                    00083497
             10 WS-NEW-DAY      PIC X(01) OCCURS 7 TIMES.               00083568
          05 WS-NEW-START-TIME  PIC 9(04) VALUE ZERO.                   00083639
          05 WS-NEW-END-TIME    PIC 9(04) VALUE ZERO.                   00083710
       01 WS-DAY-IDX         PIC 9(01) COMP VALUE ZERO.                 00083781
       01 WS-DAY-FLAG        PIC X(01) VALUE 'N'.                       00083852
           88 WS-DAY-SHARED         VALUE 'Y'.                          00083923
       01 WS-HOLD-FLAG       PIC X(01) VALUE 'N'.                       00084000
           88 WS-STUDENT-HELD       VALUE 'Y'.                          00085000
       01 WS-HOLD-EOF        PIC X(01) VALUE 'N'.                       00086000
       01 WS-EDIT-REASON     PIC X(02) VALUE SPACES.                    00088000
           88 WS-EDIT-CLEAN         VALUE SPACES.                       00089000
       01 WS-REG-DATE        PIC X(08).                                 00090000
       01 WS-LATE-FLAG       PIC X(01) VALUE SPACE.                     00090100
           88 WS-NOT-LATE           VALUE SPACE.                        00090200
           88 WS-LATE-ADD-OVRD      VALUE 'A'.                          00090300
           88 WS-LATE-DROP-OVRD     VALUE 'D'.                          00090400
           88 WS-LATE-DROP-WDRAW    VALUE 'W'.                          00090500
       01 WS-LATE-DEADLINE   PIC X(08) VALUE SPACES.                    00090600
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00090700
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00090800
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00090900
       77 WS-CRS-MAX         PIC 9(03) COMP VALUE 500.                  00091000
       01 WS-CRS-COUNT       PIC 9(03) COMP VALUE ZERO.                 00092000
       01 WS-FIND-IDX        PIC 9(03) COMP VALUE ZERO.                 00093000
           88 WS-TALLY-OK           VALUE 'Y'.                          00097000
       01 WS-WORK-COURSE     PIC X(10) VALUE SPACES.                    00098000
       01 WS-WORK-TERM       PIC X(05) VALUE SPACES.                    00099000
       01 WS-WORK-SECTION    PIC X(03) VALUE SPACES.                    00099500
       01 WS-CNT-SEAT-DROP   PIC 9(07) COMP VALUE ZERO.                 00100000
       01 WS-CRS-TABLE.                                                 00101000
          05 WS-CT-ENTRY OCCURS 500 TIMES.                              00102000
             10 WS-CT-COURSE    PIC X(10).                              00103000
             10 WS-CT-TERM      PIC X(05).                              00104000
             10 WS-CT-SECTION   PIC X(03).                              00104500
             10 WS-CT-ENROLLED  PIC 9(04) COMP.                         00105000
                                                                        00106000
       01 WS-CONTROL-TOTALS.                                            00107000
           05 WS-CNT-DROP       PIC 9(07) COMP VALUE ZERO.              00111000
           05 WS-CNT-REJECT     PIC 9(07) COMP VALUE ZERO.              00112000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              00113000
           05 WS-CNT-CLOSED-OVRD PIC 9(07) COMP VALUE ZERO.             00113500
           05 WS-CNT-LATE-WDRAW PIC 9(07) COMP VALUE ZERO.              00113511
           05 WS-CNT-LATE-OVRD  PIC 9(07) COMP VALUE ZERO.              00113522
                                                                        00113533
       01 WS-DLX-HDR1.                                                  00113544
          05 FILLER      PIC X(45) VALUE                                00113555
             'DEADLINE EXCEPTION REPORT - LATE OVERRIDES'.              00113566
          05 FILLER      PIC X(10) VALUE 'PAGE     '.                   00113577
          05 DLX-PAGE    PIC ZZZZ9.                                     00113588
          05 FILLER      PIC X(72) VALUE SPACES.                        00113599
                                                                        00113610
       01 WS-DLX-HDR2.                                                  00113621
          05 FILLER      PIC X(11) VALUE 'ACTION'.                      00113632
          05 FILLER      PIC X(11) VALUE 'STUDENT ID'.                  00113643
          05 FILLER      PIC X(12) VALUE 'COURSE'.                      00113654
          05 FILLER      PIC X(07) VALUE 'TERM'.                        00113665
          05 FILLER      PIC X(05) VALUE 'SEC'.                         00113676
          05 FILLER      PIC X(10) VALUE 'DEADLINE'.                    00113687
          05 FILLER      PIC X(10) VALUE 'POSTED'.                      00113698
          05 FILLER      PIC X(10) VALUE 'OVERRIDE'.                    00113709
          05 FILLER      PIC X(56) VALUE SPACES.                        00113720
                                                                        00113731
       01 WS-DLX-DETAIL.                                                00113742
          05 DLX-ACTION      PIC X(09).                                 00113753
          05 FILLER          PIC X(02) VALUE SPACES.                    00113764
          05 DLX-STUD-ID     PIC X(09).                                 00113775
          05 FILLER          PIC X(02) VALUE SPACES.                    00113786
          05 DLX-COURSE      PIC X(10).                                 00113797
          05 FILLER          PIC X(02) VALUE SPACES.                    00113808
          05 DLX-TERM        PIC X(05).                                 00113819
          05 FILLER          PIC X(02) VALUE SPACES.                    00113830
          05 DLX-SECTION     PIC X(03).                                 00113841
          05 FILLER          PIC X(02) VALUE SPACES.                    00113852
          05 DLX-DEADLINE    PIC X(08).                                 00113863
          05 FILLER          PIC X(02) VALUE SPACES.                    00113874
          05 DLX-POSTED      PIC X(08).                                 00113885
          05 FILLER          PIC X(02) VALUE SPACES.                    00113896
          05 DLX-ORIG-ID     PIC X(08).                                 00113907
          05 FILLER          PIC X(58) VALUE SPACES.                    00113918
                                                                        00113929
       01 WS-DLX-TOTAL.                                                 00113940
          05 FILLER          PIC X(26) VALUE                            00113951
             'LATE ACTIONS OVERRIDDEN: '.                               00113962
          05 DLX-TOT-COUNT   PIC ZZZZZZ9.                               00113973
          05 FILLER          PIC X(99) VALUE SPACES.                    00113984
           COPY SQLCLS.                                                 00114000
                                                                        00115000
            EXEC SQL                                                    00116000
               MOVE +16 TO RETURN-CODE                                  00169000
               GOBACK                                                   00170000
            END-IF.                                                     00171000
            OPEN INPUT SECTMST.                                         00171120
            IF WS-SECTMST-STATUS NOT = '00'                             00171240
               DISPLAY 'SECTMST OPEN FAILED - STATUS: '                 00171360
                       WS-SECTMST-STATUS                                00171480
               MOVE +16 TO RETURN-CODE                                  00171600
               GOBACK                                                   00171720
            END-IF.                                                     00171840
            OPEN INPUT TERMMST.                                         00171850
            IF WS-TERMMST-STATUS NOT = '00'                             00171860
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 00171870
                       WS-TERMMST-STATUS                                00171880
               MOVE +16 TO RETURN-CODE                                  00171890
               GOBACK                                                   00171900
            END-IF.                                                     00171910
            OPEN INPUT ORIGAUTH.                                        00171920
            IF WS-ORIGAUTH-STATUS NOT = '00'                            00171930
               DISPLAY 'ORIGAUTH OPEN FAILED - STATUS: '                00171940
                       WS-ORIGAUTH-STATUS                               00171950
               MOVE +16 TO RETURN-CODE                                  00171960
               GOBACK                                                   00171970
            END-IF.                                                     00171980
            OPEN INPUT REGTRN.                                          00172000
            OPEN OUTPUT REGREJ.                                         00173000
            OPEN OUTPUT REGWTRN.                                        00173250
            OPEN OUTPUT DLEXRPT.                                        00173500
            PERFORM P610-DLX-HEADER-PARA.                               00173750
                                                                        00174000
            PERFORM P050-LOAD-SEAT-COUNTS-PARA.                         00175000
                                                                        00176000
                                                                        00179000
            CLOSE REGTRN.                                               00180000
            CLOSE REGREJ.                                               00181000
            MOVE WS-CNT-LATE-OVRD TO DLX-TOT-COUNT.                     00181160
            WRITE DLEXRPT-REC FROM WS-DLX-TOTAL                         00181320
               AFTER ADVANCING 2 LINES.                                 00181480
            CLOSE REGWTRN.                                              00181640
            CLOSE DLEXRPT.                                              00181800
            CLOSE REGMST.                                               00182000
            CLOSE CRSCAT.                                               00183000
            CLOSE PREREQ.                                               00184000
            CLOSE GRADES.                                               00185000
            CLOSE HOLDMST.                                              00186000
            CLOSE SECTMST.                                              00186500
            CLOSE TERMMST.                                              00186660
            CLOSE ORIGAUTH.                                             00186820
                                                                        00187000
            DISPLAY '===== REGPOST CONTROL TOTALS ====='.               00188000
            DISPLAY 'REGISTRATIONS ON MASTER  : ' WS-CNT-SEATS.         00189000
            DISPLAY 'TRANSACTIONS REJECTED    : ' WS-CNT-REJECT.        00193000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        00194000
            DISPLAY 'SEAT TALLIES DROPPED     : ' WS-CNT-SEAT-DROP.     00195000
            DISPLAY 'CLOSED TERM OVERRIDES    : ' WS-CNT-CLOSED-OVRD.   00195500
            DISPLAY 'LATE DROPS WITHDRAWN (W) : ' WS-CNT-LATE-WDRAW.    00195660
            DISPLAY 'LATE ACTIONS OVERRIDDEN  : ' WS-CNT-LATE-OVRD.     00195820
            DISPLAY '=================================='.               00196000
            DISPLAY 'REASON CODES: 01=BAD ACTION 02=NON-NUMERIC ID'.    00197000
            DISPLAY '  03=ID NOT ON STUD_STUDENT 04=STUDENT'.           00198000
            DISPLAY '  08=DROP FOR MISSING REGISTRATION'.               00201000
            DISPLAY '  09=LOOKUP SQL ERROR 10=PREREQUISITE NOT MET'.    00202000
            DISPLAY '  11=REGISTRAR HOLD ON STUDENT'.                   00203000
            DISPLAY '  12=SECTION NOT OFFERED 13=SCHEDULE CONFLICT'.    00203500
            DISPLAY '  14=TERM NOT ON TERM MASTER 15=TERM CLOSED'.      00203660
            DISPLAY '  16=CLOSED TERM OVERRIDE NOT AUTHORIZED'.         00203820
            DISPLAY '  17=ADD AFTER ADD DEADLINE 18=LATE OVERRIDE'.     00203865
            DISPLAY '  NOT AUTHORIZED 19=DROP AFTER WITHDRAW'.          00203910
            DISPLAY '  DEADLINE 20=REGISTRATION ALREADY WITHDRAWN'.     00203955
                                                                        00204000
            IF WS-CNT-SQLERR > ZERO                                     00205000
               MOVE +16 TO RETURN-CODE                                  00206000
              AT END MOVE 'Y' TO WS-EOF                                 00228000
              NOT AT END                                                00229000
                 ADD 1 TO WS-CNT-SEATS                                  00230000
                 IF NOT RG-STATUS-WITHDRAWN                             00230660
                    MOVE RG-COURSE TO WS-WORK-COURSE                    00231320
                    MOVE RG-TERM   TO WS-WORK-TERM                      00231980
                    MOVE RG-SECTION TO WS-WORK-SECTION                  00232640
                    PERFORM P070-FIND-COURSE-PARA                       00233300
                    IF WS-TALLY-OK                                      00233960
                       ADD 1 TO WS-CT-ENROLLED(WS-FIND-IDX)             00234620
                    ELSE                                                00235280
                       ADD 1 TO WS-CNT-SEAT-DROP                        00235940
                    END-IF                                              00236600
                 END-IF                                                 00237260
            END-READ.                                                   00239000
            IF WS-EOF NOT = 'Y'                                         00240000
               AND WS-REGMST-STATUS NOT = '00'                          00241000
                  OR WS-CRS-FOUND                                       00253000
               IF WS-CT-COURSE(WS-FIND-IDX) = WS-WORK-COURSE            00254000
                  AND WS-CT-TERM(WS-FIND-IDX) = WS-WORK-TERM            00255000
                  AND WS-CT-SECTION(WS-FIND-IDX) = WS-WORK-SECTION      00255500
                  MOVE 'Y' TO WS-FOUND-FLAG                             00256000
               END-IF                                                   00257000
            END-PERFORM.                                                00258000
                    TO WS-CT-COURSE(WS-FIND-IDX)                        00266000
                  MOVE WS-WORK-TERM                                     00267000
                    TO WS-CT-TERM(WS-FIND-IDX)                          00268000
                  MOVE WS-WORK-SECTION                                  00268330
                    TO WS-CT-SECTION(WS-FIND-IDX)                       00268660
                  MOVE ZERO TO WS-CT-ENROLLED(WS-FIND-IDX)              00269000
               ELSE                                                     00270000
                  DISPLAY 'WARNING - SEAT TABLE FULL, CAPACITY '        00271000
                          'NOT TRACKED: ' WS-WORK-COURSE                00272000
                          ' ' WS-WORK-TERM ' ' WS-WORK-SECTION          00273000
                  MOVE 'N' TO WS-TALLY-OK-FLAG                          00274000
               END-IF                                                   00275000
            END-IF.                                                     00276000
              NOT AT END                                                00282000
                 ADD 1 TO WS-CNT-READ                                   00283000
                 MOVE SPACES TO WS-EDIT-REASON                          00284000
                 MOVE SPACE TO WS-LATE-FLAG                             00284500
                 PERFORM P200-EDIT-REG-PARA                             00285000
                 IF WS-EDIT-CLEAN                                       00286000
                    PERFORM P300-APPLY-REG-PARA                         00287000
               IF RT-STUD-ID IS NOT NUMERIC                             00300000
                  MOVE '02' TO WS-EDIT-REASON                           00301000
               ELSE                                                     00302000
                  PERFORM P205-TERM-EDIT-PARA                           00302400
                  IF WS-EDIT-CLEAN                                      00302800
                     PERFORM P210-STUDENT-EDIT-PARA                     00303200
                  END-IF                                                00303600
                  IF WS-EDIT-CLEAN AND RT-ACTION-ADD                    00304000
                     PERFORM P215-HOLD-EDIT-PARA                        00305000
                  END-IF                                                00306000
                     PERFORM P220-COURSE-EDIT-PARA                      00308000
                     IF WS-EDIT-CLEAN                                   00309000
                        PERFORM P230-PREREQ-EDIT-PARA                   00310000
                     END-IF                                             00310060
                     IF WS-EDIT-CLEAN                                   00310120
                        PERFORM P280-SCHEDULE-EDIT-PARA                 00310180
                     END-IF                                             00310240
                  END-IF                                                00310300
               END-IF                                                   00310360
            END-IF.                                                     00310420
                                                                        00310480
       P205-TERM-EDIT-PARA.                                             00310540
                                                                        00310600
            MOVE RT-TERM TO TM-TERM.                                    00310660
            READ TERMMST                                                00310720
              INVALID KEY                                               00310780
                 MOVE '14' TO WS-EDIT-REASON                            00310840
              NOT INVALID KEY                                           00310900
                 IF TM-STATUS-CLOSED                                    00310960
                    PERFORM P206-CLOSED-TERM-PARA                       00311020
                 END-IF                                                 00311080
                 IF WS-EDIT-CLEAN                                       00311140
                    PERFORM P207-DEADLINE-EDIT-PARA                     00311200
                 END-IF                                                 00311260
            END-READ.                                                   00311320
                                                                        00311380
       P206-CLOSED-TERM-PARA.                                           00311440
                                                                        00311500
            IF NOT RT-OVERRIDE-YES                                      00311560
               MOVE '15' TO WS-EDIT-REASON                              00311620
            ELSE                                                        00311680
               MOVE RT-ORIG-ID TO OA-ORIG-ID                            00311740
               READ ORIGAUTH                                            00311800
                 INVALID KEY                                            00311860
                    MOVE '16' TO WS-EDIT-REASON                         00311920
                 NOT INVALID KEY                                        00311980
                    IF NOT OA-OVERRIDE-ALLOWED                          00312040
                       MOVE '16' TO WS-EDIT-REASON                      00312100
                    END-IF                                              00312160
               END-READ                                                 00312220
            END-IF.                                                     00312280
            IF WS-EDIT-CLEAN                                            00312340
               ADD 1 TO WS-CNT-CLOSED-OVRD                              00312400
               DISPLAY 'CLOSED TERM OVERRIDE - ID: ' RT-STUD-ID         00312460
                       ' TERM: ' RT-TERM ' BY: ' RT-ORIG-ID             00312520
            END-IF.                                                     00312580
                                                                        00312640
       P207-DEADLINE-EDIT-PARA.                                         00312700
                                                                        00312760
            IF RT-ACTION-ADD                                            00312820
               IF TM-ADD-DEADLINE IS NUMERIC                            00312880
                  AND WS-REG-DATE > TM-ADD-DEADLINE                     00312940
                  MOVE TM-ADD-DEADLINE TO WS-LATE-DEADLINE              00313000
                  IF RT-OVERRIDE-YES                                    00313060
                     PERFORM P208-LATE-OVERRIDE-PARA                    00313120
                     IF WS-EDIT-CLEAN                                   00313180
                        MOVE 'A' TO WS-LATE-FLAG                        00313240
                     END-IF                                             00313300
                  ELSE                                                  00313360
                     MOVE '17' TO WS-EDIT-REASON                        00313420
                  END-IF                                                00313480
               END-IF                                                   00313540
            ELSE                                                        00313600
               IF TM-WDRAW-DEADLINE IS NUMERIC                          00313660
                  AND WS-REG-DATE > TM-WDRAW-DEADLINE                   00313720
                  MOVE '19' TO WS-EDIT-REASON                           00313780
               ELSE                                                     00313840
                  IF TM-DROP-DEADLINE IS NUMERIC                        00313900
                     AND WS-REG-DATE > TM-DROP-DEADLINE                 00313960
                     MOVE TM-DROP-DEADLINE TO WS-LATE-DEADLINE          00314020
                     IF RT-OVERRIDE-YES                                 00314080
                        PERFORM P208-LATE-OVERRIDE-PARA                 00314140
                        IF WS-EDIT-CLEAN                                00314200
                           MOVE 'D' TO WS-LATE-FLAG                     00314260
                        END-IF                                          00314320
                     ELSE                                               00314380
                        MOVE 'W' TO WS-LATE-FLAG                        00314440
                     END-IF                                             00314500
                  END-IF                                                00314560
               END-IF                                                   00314620
            END-IF.                                                     00314680
                                                                        00314740
       P208-LATE-OVERRIDE-PARA.                                         00314800
                                                                        00314860
            MOVE RT-ORIG-ID TO OA-ORIG-ID.                              00314920
            READ ORIGAUTH                                               00314980
              INVALID KEY                                               00315040
                 MOVE '18' TO WS-EDIT-REASON                            00315100
              NOT INVALID KEY                                           00315160
                 IF NOT OA-OVERRIDE-ALLOWED                             00315220
                    MOVE '18' TO WS-EDIT-REASON                         00315280
                 END-IF                                                 00315340
            END-READ.                                                   00315400
                                                                        00315700
       P210-STUDENT-EDIT-PARA.                                          00316000
                                                                        00317000
            COMPUTE WS-STUD-ID = FUNCTION NUMVAL(RT-STUD-ID).           00318000
              INVALID KEY                                               00382000
                 MOVE '05' TO WS-EDIT-REASON                            00383000
              NOT INVALID KEY                                           00384000
                 PERFORM P225-SECTION-EDIT-PARA                         00384690
                 IF WS-EDIT-CLEAN                                       00385380
                    MOVE RT-COURSE  TO WS-WORK-COURSE                   00386070
                    MOVE RT-TERM    TO WS-WORK-TERM                     00386760
                    MOVE RT-SECTION TO WS-WORK-SECTION                  00387450
                    PERFORM P070-FIND-COURSE-PARA                       00388140
                    IF WS-TALLY-OK                                      00388830
                       AND WS-SEAT-CAPACITY > ZERO                      00389520
                       AND WS-CT-ENROLLED(WS-FIND-IDX)                  00390210
                           >= WS-SEAT-CAPACITY                          00390900
                       MOVE '06' TO WS-EDIT-REASON                      00391590
                    END-IF                                              00392280
                 END-IF                                                 00393000
            END-READ.                                                   00394000
                                                                        00394028
       P225-SECTION-EDIT-PARA.                                          00394056
                                                                        00394084
            MOVE RT-COURSE  TO SM-COURSE.                               00394112
            MOVE RT-TERM    TO SM-TERM.                                 00394140
            MOVE RT-SECTION TO SM-SECTION.                              00394168
            READ SECTMST                                                00394196
              INVALID KEY                                               00394224
                 MOVE '12' TO WS-EDIT-REASON                            00394252
              NOT INVALID KEY                                           00394280
                 IF SM-SECTION-CANCELLED                                00394308
                    MOVE '12' TO WS-EDIT-REASON                         00394336
                 ELSE                                                   00394364
                    MOVE SM-DAYS TO WS-NEW-DAYS                         00394392
                    IF SM-START-TIME IS NUMERIC                         00394420
                       AND SM-END-TIME IS NUMERIC                       00394448
                       MOVE SM-START-TIME TO WS-NEW-START-TIME          00394476
                       MOVE SM-END-TIME   TO WS-NEW-END-TIME            00394504
                    ELSE                                                00394532
                       MOVE ZERO TO WS-NEW-START-TIME                   00394560
                       MOVE ZERO TO WS-NEW-END-TIME                     00394588
                    END-IF                                              00394616
                    IF SM-CAPACITY IS NUMERIC                           00394644
                       AND SM-CAPACITY > ZERO                           00394672
                       MOVE SM-CAPACITY TO WS-SEAT-CAPACITY             00394700
                    ELSE                                                00394728
                       IF CC-CAPACITY IS NUMERIC                        00394756
                          MOVE CC-CAPACITY TO WS-SEAT-CAPACITY          00394784
                       ELSE                                             00394812
                          MOVE ZERO TO WS-SEAT-CAPACITY                 00394840
                       END-IF                                           00394868
                    END-IF                                              00394896
                 END-IF                                                 00394924
            END-READ.                                                   00394952
                                                                        00395000
       P230-PREREQ-EDIT-PARA.                                           00396000
                                                                        00397000
            END-IF.                                                     00464000
            PERFORM P260-READ-ATTEMPT-PARA.                             00465000
                                                                        00466000
       P280-SCHEDULE-EDIT-PARA.                                         00466012
                                                                        00466024
            IF WS-NEW-DAYS NOT = SPACES                                 00466036
               AND WS-NEW-END-TIME > WS-NEW-START-TIME                  00466048
               MOVE 'N' TO WS-REG-EOF                                   00466060
               MOVE RT-STUD-ID TO RG-STUD-ID                            00466072
               MOVE LOW-VALUES TO RG-COURSE                             00466084
               START REGMST KEY IS NOT LESS THAN RG-KEY                 00466096
                 INVALID KEY MOVE 'Y' TO WS-REG-EOF                     00466108
               END-START                                                00466120
               IF NOT WS-REG-AT-END                                     00466132
                  PERFORM P285-READ-HELD-PARA                           00466144
               END-IF                                                   00466156
               PERFORM P290-CHECK-HELD-PARA                             00466168
                  UNTIL WS-REG-AT-END OR NOT WS-EDIT-CLEAN              00466180
            END-IF.                                                     00466192
                                                                        00466204
       P285-READ-HELD-PARA.                                             00466216
                                                                        00466228
            READ REGMST NEXT                                            00466240
              AT END MOVE 'Y' TO WS-REG-EOF                             00466252
              NOT AT END                                                00466264
                 IF RG-STUD-ID NOT = RT-STUD-ID                         00466276
                    MOVE 'Y' TO WS-REG-EOF                              00466288
                 END-IF                                                 00466300
            END-READ.                                                   00466312
            IF NOT WS-REG-AT-END                                        00466324
               AND WS-REGMST-STATUS NOT = '00'                          00466336
               DISPLAY 'REGMST READ FAILED - STATUS: '                  00466348
                       WS-REGMST-STATUS                                 00466360
               MOVE 'Y' TO WS-REG-EOF                                   00466372
            END-IF.                                                     00466384
                                                                        00466396
       P290-CHECK-HELD-PARA.                                            00466408
                                                                        00466420
            IF RG-TERM = RT-TERM                                        00466432
               AND RG-COURSE NOT = RT-COURSE                            00466444
               AND RG-SECTION NOT = SPACES                              00466456
               AND NOT RG-STATUS-WITHDRAWN                              00466462
               MOVE RG-COURSE  TO SM-COURSE                             00466468
               MOVE RG-TERM    TO SM-TERM                               00466480
               MOVE RG-SECTION TO SM-SECTION                            00466492
               READ SECTMST                                             00466504
                 INVALID KEY                                            00466516
                    CONTINUE                                            00466528
                 NOT INVALID KEY                                        00466540
                    IF NOT SM-SECTION-CANCELLED                         00466552
                       AND SM-START-TIME IS NUMERIC                     00466564
                       AND SM-END-TIME IS NUMERIC                       00466576
                       AND SM-START-TIME < WS-NEW-END-TIME              00466588
                       AND WS-NEW-START-TIME < SM-END-TIME              00466600
                       PERFORM P295-CHECK-DAYS-PARA                     00466612
                       IF WS-DAY-SHARED                                 00466624
                          MOVE '13' TO WS-EDIT-REASON                   00466636
                          DISPLAY 'SCHEDULE CONFLICT - ID: '            00466648
                                  RT-STUD-ID ' ' RT-COURSE ' '          00466660
                                  RT-SECTION ' WITH ' RG-COURSE         00466672
                                  ' ' RG-SECTION                        00466684
                       END-IF                                           00466696
                    END-IF                                              00466708
               END-READ                                                 00466720
            END-IF.                                                     00466732
            IF WS-EDIT-CLEAN                                            00466744
               PERFORM P285-READ-HELD-PARA                              00466756
            END-IF.                                                     00466768
                                                                        00466780
       P295-CHECK-DAYS-PARA.                                            00466792
                                                                        00466804
            MOVE 'N' TO WS-DAY-FLAG.                                    00466816
            PERFORM P296-COMPARE-DAY-PARA                               00466828
               VARYING WS-DAY-IDX FROM 1 BY 1                           00466840
               UNTIL WS-DAY-IDX > 7 OR WS-DAY-SHARED.                   00466852
                                                                        00466864
       P296-COMPARE-DAY-PARA.                                           00466876
                                                                        00466888
            IF WS-NEW-DAY(WS-DAY-IDX) NOT = SPACE                       00466900
               AND SM-DAY(WS-DAY-IDX) NOT = SPACE                       00466912
               MOVE 'Y' TO WS-DAY-FLAG                                  00466924
            END-IF.                                                     00466936
                                                                        00466968
       P300-APPLY-REG-PARA.                                             00467000
                                                                        00468000
            MOVE RT-STUD-ID TO RG-STUD-ID.                              00469000
            WHEN RT-ACTION-ADD                                          00472000
                 MOVE RT-TERM      TO RG-TERM                           00473000
                 MOVE WS-REG-DATE  TO RG-REG-DATE                       00474000
                 MOVE RT-SECTION   TO RG-SECTION                        00474500
                 MOVE SPACE        TO RG-REG-STATUS                     00474660
                 MOVE SPACES       TO RG-STATUS-DATE                    00474820
                 WRITE REGMST-REC                                       00475000
                   INVALID KEY                                          00476000
                      MOVE '07' TO WS-EDIT-REASON                       00477000
                      ADD 1 TO WS-CNT-ADD                               00479000
                      MOVE RT-COURSE TO WS-WORK-COURSE                  00480000
                      MOVE RT-TERM   TO WS-WORK-TERM                    00481000
                      MOVE RT-SECTION TO WS-WORK-SECTION                00481500
                      PERFORM P070-FIND-COURSE-PARA                     00482000
                      IF WS-TALLY-OK                                    00483000
                         ADD 1 TO WS-CT-ENROLLED(WS-FIND-IDX)           00484000
                      END-IF                                            00485000
                      IF WS-LATE-ADD-OVRD                               00485250
                         PERFORM P600-WRITE-EXCEPTION-PARA              00485500
                      END-IF                                            00485750
                 END-WRITE                                              00486000
            WHEN RT-ACTION-DROP                                         00487000
                 READ REGMST                                            00488000
                   NOT INVALID KEY                                      00491000
                      MOVE RG-COURSE TO WS-WORK-COURSE                  00492000
                      MOVE RG-TERM   TO WS-WORK-TERM                    00493000
                      MOVE RG-SECTION TO WS-WORK-SECTION                00493500
                      EVALUATE TRUE                                     00495000
                      WHEN RG-STATUS-WITHDRAWN                          00496500
                           MOVE '20' TO WS-EDIT-REASON                  00498000
                      WHEN WS-LATE-DROP-WDRAW                           00499500
                           PERFORM P350-LATE-WITHDRAW-PARA              00501000
                      WHEN OTHER                                        00502500
                           PERFORM P340-DELETE-REG-PARA                 00504000
                      END-EVALUATE                                      00505500
                 END-READ                                               00507000
            END-EVALUATE.                                               00508000
                                                                        00508010
       P340-DELETE-REG-PARA.                                            00508021
                                                                        00508042
            DELETE REGMST                                               00508063
              INVALID KEY                                               00508084
                 MOVE '08' TO WS-EDIT-REASON                            00508105
              NOT INVALID KEY                                           00508126
                 ADD 1 TO WS-CNT-DROP                                   00508147
                 PERFORM P345-RELEASE-SEAT-PARA                         00508168
                 IF WS-LATE-DROP-OVRD                                   00508189
                    PERFORM P600-WRITE-EXCEPTION-PARA                   00508210
                 END-IF                                                 00508231
            END-DELETE.                                                 00508252
                                                                        00508273
       P345-RELEASE-SEAT-PARA.                                          00508294
                                                                        00508315
            PERFORM P070-FIND-COURSE-PARA.                              00508336
            IF WS-TALLY-OK                                              00508357
               AND WS-CT-ENROLLED(WS-FIND-IDX) > ZERO                   00508378
               SUBTRACT 1 FROM WS-CT-ENROLLED(WS-FIND-IDX)              00508399
            END-IF.                                                     00508420
                                                                        00508441
       P350-LATE-WITHDRAW-PARA.                                         00508462
                                                                        00508483
            MOVE 'W'         TO RG-REG-STATUS.                          00508504
            MOVE WS-REG-DATE TO RG-STATUS-DATE.                         00508525
            REWRITE REGMST-REC                                          00508546
              INVALID KEY                                               00508567
                 MOVE '08' TO WS-EDIT-REASON                            00508588
              NOT INVALID KEY                                           00508609
                 ADD 1 TO WS-CNT-LATE-WDRAW                             00508630
                 PERFORM P345-RELEASE-SEAT-PARA                         00508651
                 PERFORM P360-WRITE-WGRADE-PARA                         00508672
            END-REWRITE.                                                00508693
                                                                        00508714
       P360-WRITE-WGRADE-PARA.                                          00508735
                                                                        00508756
            MOVE SPACES     TO REGWTRN-REC.                             00508777
            MOVE 'A'        TO GT-ACTION.                               00508798
            MOVE RG-STUD-ID TO GT-STUD-ID.                              00508819
            MOVE RG-COURSE  TO GT-COURSE.                               00508840
            MOVE 'W '       TO GT-GRADE.                                00508861
            MOVE RG-TERM    TO GT-TERM.                                 00508882
            MOVE 'REGPOST ' TO GT-ORIG-ID.                              00508903
            WRITE REGWTRN-REC.                                          00508924
            DISPLAY 'LATE DROP POSTED AS W - ID: ' RG-STUD-ID           00508945
                    ' COURSE: ' RG-COURSE ' TERM: ' RG-TERM.            00508966
                                                                        00509000
       P500-WRITE-REJECT-PARA.                                          00510000
                                                                        00511000
            MOVE RT-STUD-ID     TO RJ-STUD-ID.                          00513000
            MOVE RT-COURSE      TO RJ-COURSE.                           00514000
            MOVE RT-TERM        TO RJ-TERM.                             00515000
            MOVE RT-SECTION     TO RJ-SECTION.                          00515500
            MOVE WS-EDIT-REASON TO RJ-REASON.                           00516000
            WRITE REGREJ-REC.                                           00517000
            DISPLAY 'REJECTED REGISTRATION - ID: ' RT-STUD-ID           00518000
                    ' COURSE: ' RT-COURSE                               00519000
                    ' SECTION: ' RT-SECTION                             00519500
                    ' REASON: ' WS-EDIT-REASON.                         00520000
                                                                        00525000
       P600-WRITE-EXCEPTION-PARA.                                       00530000
                                                                        00540000
            ADD 1 TO WS-CNT-LATE-OVRD.                                  00550000
            IF RT-ACTION-ADD                                            00560000
               MOVE 'LATE ADD'  TO DLX-ACTION                           00570000
            ELSE                                                        00580000
               MOVE 'LATE DROP' TO DLX-ACTION                           00590000
            END-IF.                                                     00600000
            MOVE RT-STUD-ID       TO DLX-STUD-ID.                       00610000
            MOVE RT-COURSE        TO DLX-COURSE.                        00620000
            MOVE RT-TERM          TO DLX-TERM.                          00630000
            MOVE RT-SECTION       TO DLX-SECTION.                       00640000
            MOVE WS-LATE-DEADLINE TO DLX-DEADLINE.                      00650000
            MOVE WS-REG-DATE      TO DLX-POSTED.                        00660000
            MOVE RT-ORIG-ID       TO DLX-ORIG-ID.                       00670000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         00680000
               PERFORM P610-DLX-HEADER-PARA                             00690000
            END-IF.                                                     00700000
            WRITE DLEXRPT-REC FROM WS-DLX-DETAIL                        00710000
               AFTER ADVANCING 1 LINE.                                  00720000
            ADD 1 TO WS-LINE-CNT.                                       00730000
                                                                        00740000
       P610-DLX-HEADER-PARA.                                            00750000
                                                                        00760000
            ADD 1 TO WS-PAGE-CNT.                                       00770000
            MOVE WS-PAGE-CNT TO DLX-PAGE.                               00780000
            WRITE DLEXRPT-REC FROM WS-DLX-HDR1                          00790000
               AFTER ADVANCING PAGE.                                    00800000
            WRITE DLEXRPT-REC FROM WS-DLX-HDR2                          00810000
               AFTER ADVANCING 2 LINES.                                 00820000
            MOVE 3 TO WS-LINE-CNT.                                      00830000
