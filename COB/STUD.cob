                ACCESS MODE IS RANDOM                                   00063000
                RECORD KEY IS TM-TERM                                   00064000
                FILE STATUS IS WS-TERMMST-STATUS.                       00065000
                SELECT DEGSTAT ASSIGN TO DEGSTAT                        00065160
                ORGANIZATION IS INDEXED                                 00065320
                ACCESS MODE IS RANDOM                                   00065480
                RECORD KEY IS DS-STUD-ID                                00065640
                FILE STATUS IS WS-DEGSTAT-STATUS.                       00065800
       DATA DIVISION.                                                   00066000
       FILE SECTION.                                                    00067000
       FD EMPFIL                                                        00068000
              88 TR-ACTION-ADD       VALUE 'A'.                         00109000
              88 TR-ACTION-CHANGE    VALUE 'C'.                         00110000
              88 TR-ACTION-DELETE    VALUE 'D'.                         00111000
              88 TR-ACTION-PRIVACY   VALUE 'P'.                         00111500
          05 TR-STUD-NAME       PIC X(30).                              00112000
          05 TR-STUD-DEPT       PIC X(10).                              00113000
          05 TR-STUD-STATUS     PIC X(01).                              00114000
              88 TR-OVERRIDE-YES     VALUE 'Y'.                         00116000
          05 TR-EFF-DATE        PIC X(08).                              00117000
          05 TR-ORIG-ID         PIC X(08).                              00118000
          05 TR-PRIVACY-FLAG    PIC X(01).                              00118330
              88 TR-PRIVACY-BLOCK    VALUE 'Y'.                         00118660
              88 TR-PRIVACY-RELEASE  VALUE 'N'.                         00118990
              88 TR-PRIVACY-VALID    VALUE 'Y' 'N'.                     00119320
          05 TR-ENTRY-TERM      PIC X(05).                              00119540
          05 FILLER             PIC X(16).                              00119760
       FD IDSUSP                                                        00120000
            RECORDING MODE IS F.                                        00121000
       01 IDSUSP-REC.                                                   00122000
       FD TERMMST                                                       00168000
            RECORDING MODE IS F.                                        00169000
           COPY TERMMST.                                                00170000
       FD DEGSTAT                                                       00170250
            RECORDING MODE IS F.                                        00170500
           COPY DEGSTAT.                                                00170750
       WORKING-STORAGE SECTION.                                         00171000
       01 WS-FL-REC.                                                    00172000
          05 FL-STUD-ID PIC X(09).                                      00173000
          05 FILLER    PIC X(71).                                       00174000
       01 WS-FL-CTL-REC REDEFINES WS-FL-REC.                            00174076
          05 FC-STUD-ID         PIC X(09).                              00174152
              88 FC-HEADER-REC       VALUE '000000000'.                 00174228
              88 FC-TRAILER-REC      VALUE '999999999'.                 00174304
              88 FC-CONTROL-REC      VALUE '000000000' '999999999'.     00174380
          05 FC-FEED-DATE       PIC X(08).                              00174456
          05 FILLER             PIC X(63).                              00174532
       01 WS-FL-TRL-REC REDEFINES WS-FL-REC.                            00174608
          05 FILLER             PIC X(09).                              00174684
          05 FT-REC-COUNT       PIC 9(09).                              00174760
          05 FT-HASH-TOTAL      PIC 9(15).                              00174836
          05 FILLER             PIC X(47).                              00174912
                                                                        00175000
       77 WS-STUD-ID1 PIC 9(09).                                        00176000
                                                                        00177000
           88 WS-LOOKUP-DELTA        VALUE 'D'.                         00190000
       01 WS-WORK-STUD-ID  PIC X(09) VALUE SPACES.                      00191000
       01 WS-CNT-DELTA-SKIP PIC 9(07) COMP VALUE ZERO.                  00192000
       01 WS-FEED-DATE     PIC X(08) VALUE SPACES.                      00192076
       01 WS-FEED-FLAG     PIC X(01) VALUE 'N'.                         00192152
           88 WS-FEED-BAD            VALUE 'Y'.                         00192228
       01 WS-HDR-SEEN      PIC X(01) VALUE 'N'.                         00192304
           88 WS-HEADER-SEEN         VALUE 'Y'.                         00192380
       01 WS-TRL-SEEN      PIC X(01) VALUE 'N'.                         00192456
           88 WS-TRAILER-SEEN        VALUE 'Y'.                         00192532
       01 WS-TRL-COUNT     PIC 9(09) VALUE ZERO.                        00192608
       01 WS-TRL-HASH      PIC 9(15) VALUE ZERO.                        00192684
       01 WS-FEED-COUNT    PIC 9(09) COMP VALUE ZERO.                   00192760
       01 WS-FEED-HASH     PIC 9(15) COMP VALUE ZERO.                   00192836
       01 WS-HASH-ID       PIC 9(09) VALUE ZERO.                        00192912
                                                                        00193000
       01 WS-CONTROL-TOTALS.                                            00194000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00195000
       01 WS-TRN-CNT-ADD     PIC 9(07) COMP VALUE ZERO.                 00221000
       01 WS-TRN-CNT-CHANGE  PIC 9(07) COMP VALUE ZERO.                 00222000
       01 WS-TRN-CNT-DELETE  PIC 9(07) COMP VALUE ZERO.                 00223000
       01 WS-TRN-CNT-PRIVACY PIC 9(07) COMP VALUE ZERO.                 00223500
       01 WS-TRN-CNT-FAILED  PIC 9(07) COMP VALUE ZERO.                 00224000
       01 WS-TRN-SEQ         PIC 9(07) COMP VALUE ZERO.                 00225000
       01 WS-LAST-COMMIT-SEQ PIC 9(07) COMP VALUE ZERO.                 00226000
       77 WS-CHECKPOINT-REM      PIC 9(07) COMP VALUE ZERO.             00254000
       01 WS-JOB-NAME       PIC X(08) VALUE 'STUD'.                     00255000
       01 WS-EMPFIL-DSN     PIC X(08) VALUE 'EMPFILE'.                  00256000
       01 WS-PARTITION      PIC X(02) VALUE SPACES.                     00256100
       01 WS-PART-FLAG      PIC X(01) VALUE 'N'.                        00256200
           88 WS-PARTITION-RUN      VALUE 'Y'.                          00256300
       01 WS-RANGE-FLAG     PIC X(01) VALUE 'Y'.                        00256400
           88 WS-RANGE-OK           VALUE 'Y'.                          00256500
       01 WS-KEY-LOW        PIC X(09) VALUE LOW-VALUES.                 00256600
       01 WS-KEY-HIGH       PIC X(09) VALUE HIGH-VALUES.                00256700
       01 WS-BULK-LOW       PIC S9(9) COMP VALUE ZERO.                  00256800
       01 WS-BULK-HIGH      PIC S9(9) COMP VALUE 999999999.             00256900
       01 WS-RANGE-SHOW.                                                00256920
          05 WS-SHOW-LOW       PIC X(09) VALUE 'FIRST'.                 00256940
          05 FILLER            PIC X(04) VALUE ' TO '.                  00256960
          05 WS-SHOW-HIGH      PIC X(09) VALUE 'LAST'.                  00256980
       01 WS-AUDIT-TS       PIC X(26).                                  00257000
       01 WS-CYCDATE-STATUS PIC X(02) VALUE SPACES.                     00258000
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.                     00259000
       01 WS-VER-CREDITS    PIC 9(02) VALUE ZERO.                       00275000
       01 WS-STANDING-STATUS PIC X(02) VALUE SPACES.                    00276000
       01 WS-EXCHIST-STATUS PIC X(02) VALUE SPACES.                     00277000
       01 WS-DEGSTAT-STATUS PIC X(02) VALUE SPACES.                     00277500
       77 WS-MIN-GRAD-CREDITS PIC 9(04) VALUE 120.                      00278000
       77 WS-MIN-GRAD-GPA   PIC 9V99 VALUE 2.00.                        00279000
       01 WS-CLEAR-FLAG     PIC X(01) VALUE 'Y'.                        00280000
           88 WS-HAS-INCOMPLETE     VALUE 'Y'.                          00288000
       01 WS-EXC-FLAG       PIC X(01) VALUE 'N'.                        00289000
           88 WS-HAS-EXCEPTION      VALUE 'Y'.                          00290000
       01 WS-AUDIT-FLAG     PIC X(01) VALUE 'U'.                        00290120
           88 WS-AUDIT-COMPLETE     VALUE 'C'.                          00290240
           88 WS-AUDIT-INCOMPLETE   VALUE 'I'.                          00290360
           88 WS-AUDIT-NO-PROGRAM   VALUE 'N'.                          00290480
           88 WS-AUDIT-MISSING      VALUE 'M'.                          00290600
           88 WS-AUDIT-UNAVAILABLE  VALUE 'U'.                          00290720
       01 WS-AUDIT-REMAIN   PIC 9(04) VALUE ZERO.                       00290840
       01 WS-CHK-EOF        PIC X(01) VALUE 'N'.                        00291000
       01 WS-CNT-GRAD-OVRD  PIC 9(07) COMP VALUE ZERO.                  00292000
       01 WS-CNT-GRAD-REJ   PIC 9(07) COMP VALUE ZERO.                  00293000
               88 WS-STUD-WITHDRAWN       VALUE 'W'.                    00317000
               88 WS-STUD-GRADUATED       VALUE 'G'.                    00318000
           10 WS-STATUS-EFF-DATE       PIC X(08).                       00319000
           10 WS-PRIVACY-FLAG          PIC X(01).                       00319200
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       00319400
           10 WS-ENTRY-TERM            PIC X(05).                       00319500
                                                                        00319600
           COPY PRIVPARM.                                               00319800
                                                                        00320000
            EXEC SQL                                                    00321000
               DECLARE BULKCUR CURSOR FOR                               00322000
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,                    00323000
                      STUD_ENROLL_STATUS                                00324000
                 FROM STUD_STUDENT                                      00325000
               WHERE STUD_ID BETWEEN :WS-BULK-LOW AND :WS-BULK-HIGH     00325500
                ORDER BY STUD_ID                                        00326000
            END-EXEC.                                                   00327000
                                                                        00328000
               AND CTL-RETRY-PAUSE > ZERO                               00347000
               MOVE CTL-RETRY-PAUSE TO WS-RETRY-PAUSE                   00348000
            END-IF.                                                     00349000
                                                                        00349062
            IF CTL-PARTITION NOT = SPACES                               00349124
               MOVE CTL-PARTITION TO WS-PARTITION                       00349186
               MOVE 'Y' TO WS-PART-FLAG                                 00349248
            END-IF.                                                     00349310
            IF CTL-KEY-LOW NOT = SPACES OR CTL-KEY-HIGH NOT = SPACES    00349372
               PERFORM A068-SET-KEY-RANGE-PARA                          00349434
            END-IF.                                                     00349496
            IF NOT WS-RANGE-OK                                          00349558
               MOVE +16 TO RETURN-CODE                                  00349620
               IF WS-PARTITION-RUN                                      00349682
                  PERFORM A900-WRITE-RUNSTAT-PARA                       00349744
               END-IF                                                   00349806
               GOBACK                                                   00349868
            END-IF.                                                     00349930
                                                                        00350000
            IF WS-RUN-MODE-MAINTENANCE                                  00351000
               PERFORM A500-MAINTENANCE-PARA                            00352000
            END-IF.                                                     00354000
                                                                        00355000
            OPEN INPUT EMPFIL.                                          00356000
            PERFORM A065-VERIFY-FEED-PARA.                              00356140
            IF WS-FEED-BAD                                              00356280
               CLOSE EMPFIL                                             00356420
               MOVE +16 TO RETURN-CODE                                  00356560
               IF WS-PARTITION-RUN                                      00356595
                  PERFORM A900-WRITE-RUNSTAT-PARA                       00356630
               END-IF                                                   00356665
               GOBACK                                                   00356700
            END-IF.                                                     00356840
            IF WS-RESTART-REQUESTED                                     00357000
               OPEN EXTEND DEPTREJ                                      00358000
               OPEN EXTEND NOTFOUND                                     00359000
               MOVE 'S' TO WS-MSG-SEV                                   00376000
               PERFORM A095-ISSUE-MSG-PARA                              00377000
               MOVE +16 TO RETURN-CODE                                  00378000
               IF WS-PARTITION-RUN                                      00378250
                  PERFORM A900-WRITE-RUNSTAT-PARA                       00378500
               END-IF                                                   00378750
               GOBACK                                                   00379000
            END-IF.                                                     00380000
            OPEN INPUT CRSCAT.                                          00381000
               MOVE 'S' TO WS-MSG-SEV                                   00388000
               PERFORM A095-ISSUE-MSG-PARA                              00389000
               MOVE +16 TO RETURN-CODE                                  00390000
               IF WS-PARTITION-RUN                                      00390250
                  PERFORM A900-WRITE-RUNSTAT-PARA                       00390500
               END-IF                                                   00390750
               GOBACK                                                   00391000
            END-IF.                                                     00392000
            OPEN INPUT CRSVER.                                          00393000
            WHEN OTHER                                                  00426000
               IF WS-RESTART-REQUESTED                                  00427000
                  PERFORM A300-READ-RESTART-CTL-PARA                    00428000
                  IF STUD-ID < WS-KEY-LOW                               00428360
                     MOVE WS-KEY-LOW TO STUD-ID                         00428720
                     START EMPFIL KEY IS NOT LESS THAN STUD-ID          00429080
                       INVALID KEY MOVE 'Y' TO WS-EOF                   00429440
                     END-START                                          00429800
                  ELSE                                                  00430160
                     START EMPFIL KEY IS GREATER THAN STUD-ID           00430520
                       INVALID KEY MOVE 'Y' TO WS-EOF                   00430880
                     END-START                                          00431240
                  END-IF                                                00431600
               ELSE                                                     00432000
                  MOVE WS-KEY-LOW TO STUD-ID                            00433000
                  START EMPFIL KEY IS NOT LESS THAN STUD-ID             00434000
                    INVALID KEY MOVE 'Y' TO WS-EOF                      00435000
                  END-START                                             00436000
                  READ EMPFIL NEXT INTO WS-FL-REC                       00458000
                    AT END MOVE 'Y' TO WS-EOF                           00459000
                    NOT AT END                                          00460000
                    IF FC-CONTROL-REC OR FL-STUD-ID > WS-KEY-HIGH       00460840
                       CONTINUE                                         00461680
                    ELSE                                                00462520
                       IF WS-EMPFIL-STATUS NOT = '00'                   00463360
                          MOVE SPACES TO WS-MSG-TEXT                    00464200
                          STRING 'EMPFIL READ WARNING - STATUS: '       00465040
                                 WS-EMPFIL-STATUS                       00465880
                            DELIMITED BY SIZE INTO WS-MSG-TEXT          00466720
                          MOVE 6 TO WS-MSG-NUM                          00467560
                          MOVE 'W' TO WS-MSG-SEV                        00468400
                          PERFORM A095-ISSUE-MSG-PARA                   00469240
                       END-IF                                           00470080
                       ADD 1 TO WS-CNT-READ                             00470920
                       IF FL-STUD-ID IS NOT NUMERIC                     00471760
                          PERFORM A060-WRITE-SUSPENSE-PARA              00472600
                       ELSE                                             00473440
                          PERFORM A005-BULK-LOOKUP-PARA                 00474280
                          COMPUTE WS-STUD-ID =                          00475120
                                  FUNCTION NUMVAL(FL-STUD-ID)           00475960
                          MOVE  WS-STUD-ID TO WS-STUD-ID1               00476800
                          PERFORM A000-STUDENT-ID-VAL                   00477640
                       END-IF                                           00478480
                       PERFORM A200-CHECKPOINT-PARA                     00479320
                    END-IF                                              00480160
                  END-READ                                              00481000
                  IF FL-STUD-ID > WS-KEY-HIGH                           00481200
                     AND NOT FC-CONTROL-REC                             00481400
                     MOVE 'Y' TO WS-EOF                                 00481600
                  END-IF                                                00481800
                                                                        00482000
               END-PERFORM                                              00483000
               EXEC SQL                                                 00484000
            END-IF.                                                     00520000
                                                                        00521000
            DISPLAY '===== STUD CONTROL TOTALS ====='.                  00522000
            IF WS-PARTITION-RUN                                         00522200
               DISPLAY 'PARTITION                 : ' WS-PARTITION      00522400
                       ' STUD-IDS ' WS-KEY-LOW ' TO ' WS-KEY-HIGH       00522600
            END-IF.                                                     00522800
            DISPLAY 'RECORDS READ FROM EMPFIL : ' WS-CNT-READ.          00523000
            DISPLAY 'STUD_STUDENT MATCHES     : ' WS-CNT-MATCH.         00524000
            DISPLAY 'STUD_STUDENT NOT FOUND   : ' WS-CNT-NOTFOUND.      00525000
                                                                        00542000
            GOBACK.                                                     00543000
                                                                        00544000
       A065-VERIFY-FEED-PARA.                                           00544011
                                                                        00544022
            MOVE LOW-VALUES TO STUD-ID.                                 00544033
            START EMPFIL KEY IS NOT LESS THAN STUD-ID                   00544044
              INVALID KEY MOVE 'Y' TO WS-EOF                            00544055
            END-START.                                                  00544066
            PERFORM A066-VERIFY-READ-PARA UNTIL WS-EOF = 'Y'.           00544077
            MOVE SPACE TO WS-EOF.                                       00544088
                                                                        00544099
            IF NOT WS-HEADER-SEEN                                       00544110
               MOVE 'EMPFIL HAS NO HEADER RECORD' TO WS-MSG-TEXT        00544121
               MOVE 19 TO WS-MSG-NUM                                    00544132
               MOVE 'S' TO WS-MSG-SEV                                   00544143
               PERFORM A095-ISSUE-MSG-PARA                              00544154
               MOVE 'Y' TO WS-FEED-FLAG                                 00544165
            ELSE                                                        00544176
               IF WS-FEED-DATE NOT = WS-BUSINESS-DATE                   00544187
                  MOVE SPACES TO WS-MSG-TEXT                            00544198
                  STRING 'EMPFIL FEED DATE ' WS-FEED-DATE               00544209
                         ' IS NOT CYCLE DATE ' WS-BUSINESS-DATE         00544220
                    DELIMITED BY SIZE INTO WS-MSG-TEXT                  00544231
                  MOVE 19 TO WS-MSG-NUM                                 00544242
                  MOVE 'S' TO WS-MSG-SEV                                00544253
                  PERFORM A095-ISSUE-MSG-PARA                           00544264
                  MOVE 'Y' TO WS-FEED-FLAG                              00544275
               END-IF                                                   00544286
            END-IF.                                                     00544297
            IF NOT WS-TRAILER-SEEN                                      00544308
               MOVE 'EMPFIL HAS NO TRAILER RECORD' TO WS-MSG-TEXT       00544319
               MOVE 20 TO WS-MSG-NUM                                    00544330
               MOVE 'S' TO WS-MSG-SEV                                   00544341
               PERFORM A095-ISSUE-MSG-PARA                              00544352
               MOVE 'Y' TO WS-FEED-FLAG                                 00544363
            ELSE                                                        00544374
               IF WS-TRL-COUNT NOT = WS-FEED-COUNT                      00544385
                  OR WS-TRL-HASH NOT = WS-FEED-HASH                     00544396
                  MOVE 'EMPFIL TRAILER DOES NOT BALANCE'                00544407
                    TO WS-MSG-TEXT                                      00544418
                  MOVE 20 TO WS-MSG-NUM                                 00544429
                  MOVE 'S' TO WS-MSG-SEV                                00544440
                  PERFORM A095-ISSUE-MSG-PARA                           00544451
                  DISPLAY 'TRAILER COUNT: ' WS-TRL-COUNT                00544462
                          ' RECORDS READ: ' WS-FEED-COUNT               00544473
                  DISPLAY 'TRAILER HASH : ' WS-TRL-HASH                 00544484
                          ' HASH OF IDS : ' WS-FEED-HASH                00544495
                  MOVE 'Y' TO WS-FEED-FLAG                              00544506
               END-IF                                                   00544517
            END-IF.                                                     00544528
            IF WS-FEED-BAD                                              00544539
               DISPLAY 'EMPFIL FEED REJECTED - NO STUDENTS PROCESSED'   00544550
            END-IF.                                                     00544561
                                                                        00544572
       A066-VERIFY-READ-PARA.                                           00544583
                                                                        00544594
            READ EMPFIL NEXT INTO WS-FL-REC                             00544605
              AT END MOVE 'Y' TO WS-EOF                                 00544616
              NOT AT END                                                00544627
                 EVALUATE TRUE                                          00544638
                 WHEN FC-HEADER-REC                                     00544649
                      MOVE 'Y' TO WS-HDR-SEEN                           00544660
                      MOVE FC-FEED-DATE TO WS-FEED-DATE                 00544671
                 WHEN FC-TRAILER-REC                                    00544682
                      MOVE 'Y' TO WS-TRL-SEEN                           00544693
                      MOVE FT-REC-COUNT  TO WS-TRL-COUNT                00544704
                      MOVE FT-HASH-TOTAL TO WS-TRL-HASH                 00544715
                 WHEN OTHER                                             00544726
                      ADD 1 TO WS-FEED-COUNT                            00544737
                      IF FL-STUD-ID IS NUMERIC                          00544748
                         MOVE FL-STUD-ID TO WS-HASH-ID                  00544759
                         ADD WS-HASH-ID TO WS-FEED-HASH                 00544770
                      END-IF                                            00544781
                 END-EVALUATE                                           00544792
            END-READ.                                                   00544803
            IF WS-EOF NOT = 'Y'                                         00544814
               AND WS-EMPFIL-STATUS NOT = '00'                          00544825
               MOVE SPACES TO WS-MSG-TEXT                               00544836
               STRING 'EMPFIL READ FAILED - STATUS: '                   00544847
                      WS-EMPFIL-STATUS                                  00544858
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     00544869
               MOVE 6 TO WS-MSG-NUM                                     00544880
               MOVE 'S' TO WS-MSG-SEV                                   00544891
               PERFORM A095-ISSUE-MSG-PARA                              00544902
               MOVE 'Y' TO WS-EOF                                       00544913
               MOVE 'Y' TO WS-FEED-FLAG                                 00544924
            END-IF.                                                     00544935
                                                                        00544946
       A068-SET-KEY-RANGE-PARA.                                         00544947
                                                                        00544948
            IF (CTL-KEY-LOW NOT = SPACES                                00544949
                AND CTL-KEY-LOW IS NOT NUMERIC)                         00544950
               OR (CTL-KEY-HIGH NOT = SPACES                            00544951
                AND CTL-KEY-HIGH IS NOT NUMERIC)                        00544952
               OR (CTL-KEY-LOW NOT = SPACES                             00544953
                AND CTL-KEY-HIGH NOT = SPACES                           00544954
                AND CTL-KEY-LOW > CTL-KEY-HIGH)                         00544955
               MOVE SPACES TO WS-MSG-TEXT                               00544956
               STRING 'STUD-ID RANGE INVALID: ' CTL-KEY-LOW             00544957
                      ' TO ' CTL-KEY-HIGH                               00544958
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     00544959
               MOVE 21 TO WS-MSG-NUM                                    00544960
               MOVE 'S' TO WS-MSG-SEV                                   00544961
               PERFORM A095-ISSUE-MSG-PARA                              00544962
               MOVE 'N' TO WS-RANGE-FLAG                                00544963
            ELSE                                                        00544964
               IF CTL-KEY-LOW NOT = SPACES                              00544965
                  MOVE CTL-KEY-LOW  TO WS-KEY-LOW                       00544966
                  MOVE CTL-KEY-LOW  TO WS-BULK-LOW                      00544967
                  MOVE CTL-KEY-LOW  TO WS-SHOW-LOW                      00544968
               END-IF                                                   00544969
               IF CTL-KEY-HIGH NOT = SPACES                             00544970
                  MOVE CTL-KEY-HIGH TO WS-KEY-HIGH                      00544971
                  MOVE CTL-KEY-HIGH TO WS-BULK-HIGH                     00544972
                  MOVE CTL-KEY-HIGH TO WS-SHOW-HIGH                     00544973
               END-IF                                                   00544974
               DISPLAY 'PARTITION ' WS-PARTITION ' STUD-ID RANGE '      00544975
                       WS-RANGE-SHOW                                    00544976
            END-IF.                                                     00544977
                                                                        00544978
       A080-READ-CYCDATE-PARA.                                          00545000
                                                                        00546000
            OPEN INPUT CYCDATE.                                         00547000
               DISPLAY 'EXCHIST OPEN FAILED - STATUS: '                 00718000
                       WS-EXCHIST-STATUS                                00719000
            END-IF.                                                     00720000
            OPEN INPUT DEGSTAT.                                         00720160
            IF WS-DEGSTAT-STATUS NOT = '00'                             00720320
               DISPLAY 'DEGSTAT OPEN FAILED - STATUS: '                 00720480
                       WS-DEGSTAT-STATUS                                00720640
            END-IF.                                                     00720800
            MOVE SPACE TO WS-EOF.                                       00721000
                                                                        00722000
            PERFORM A510-APPLY-TRANS-PARA                               00723000
            IF WS-EXCHIST-STATUS = '00'                                 00736000
               CLOSE EXCHIST                                            00737000
            END-IF.                                                     00738000
            IF WS-DEGSTAT-STATUS = '00'                                 00738250
               CLOSE DEGSTAT                                            00738500
            END-IF.                                                     00738750
                                                                        00739000
            DISPLAY '===== STUD MAINTENANCE TOTALS ====='.              00740000
            DISPLAY 'ADDS APPLIED    : ' WS-TRN-CNT-ADD.                00741000
            DISPLAY 'CHANGES APPLIED : ' WS-TRN-CNT-CHANGE.             00742000
            DISPLAY 'DELETES APPLIED : ' WS-TRN-CNT-DELETE.             00743000
            DISPLAY 'PRIVACY CHANGES : ' WS-TRN-CNT-PRIVACY.            00743500
            DISPLAY 'FAILED TRANS    : ' WS-TRN-CNT-FAILED.             00744000
            DISPLAY 'GRAD CLEARANCE REJECTS  : ' WS-CNT-GRAD-REJ.       00745000
            DISPLAY 'GRAD CLEARANCE OVERRIDES: ' WS-CNT-GRAD-OVRD.      00746000
                 MOVE TR-STUD-NAME   TO WS-STUD-NAME                    00778000
                 MOVE TR-STUD-DEPT   TO WS-STUD-DEPT                    00779000
                 MOVE TR-STUD-STATUS TO WS-STUD-STATUS                  00780000
                 MOVE TR-ENTRY-TERM  TO WS-ENTRY-TERM                   00780500
                 IF TR-ORIG-ID = SPACES                                 00781000
                    MOVE 'UNKNOWN ' TO WS-ORIG-ID                       00782000
                 ELSE                                                   00783000
                    PERFORM A530-UPDATE-STUDENT-PARA                    00796000
                 WHEN TR-ACTION-DELETE                                  00797000
                    PERFORM A540-DELETE-STUDENT-PARA                    00798000
                 WHEN TR-ACTION-PRIVACY                                 00798330
                    PERFORM A538-PRIVACY-PARA                           00798660
                 WHEN OTHER                                             00799000
                    DISPLAY 'INVALID TRANSACTION CODE FOR STUD-ID: '    00800000
                            TR-STUD-ID                                  00801000
       A520-INSERT-STUDENT-PARA.                                        00826000
                                                                        00827000
             PERFORM A515-STANDARDIZE-NAME-PARA.                        00828000
             IF TR-PRIVACY-BLOCK                                        00828120
                MOVE 'Y' TO WS-PRIVACY-FLAG                             00828240
                MOVE WS-STATUS-EFF-DATE TO WS-PRIVACY-EFF-DATE          00828360
             ELSE                                                       00828480
                MOVE 'N' TO WS-PRIVACY-FLAG                             00828600
                MOVE SPACES TO WS-PRIVACY-EFF-DATE                      00828720
             END-IF.                                                    00828840
             MOVE ZERO TO WS-RETRY-CNT.                                 00829000
             PERFORM A525-EXEC-INSERT-PARA.                             00830000
             PERFORM A526-RETRY-INSERT-PARA                             00831000
                PERFORM A580-CHECK-HARD-FAIL-PARA                       00910000
             END-IF.                                                    00911000
                                                                        00912000
       A538-PRIVACY-PARA.                                               00912013
                                                                        00912026
             IF NOT TR-PRIVACY-VALID                                    00912039
                ADD 1 TO WS-TRN-CNT-FAILED                              00912052
                DISPLAY 'INVALID PRIVACY FLAG FOR STUD-ID: '            00912065
                        TR-STUD-ID                                      00912078
             ELSE                                                       00912091
                MOVE ZERO TO WS-RETRY-CNT                               00912104
                PERFORM A542-EXEC-GET-PRIVACY-PARA                      00912117
                PERFORM A543-RETRY-GET-PRIVACY-PARA                     00912130
                   UNTIL NOT SQL-DEADLOCK                               00912143
                      OR WS-RETRY-CNT >= WS-RETRY-LIMIT                 00912156
                EVALUATE TRUE                                           00912169
                WHEN SQL-NOTFOUND                                       00912182
                   ADD 1 TO WS-TRN-CNT-FAILED                           00912195
                   DISPLAY 'PRIVACY CHANGE FAILED - STUD-ID NOT ON '    00912208
                           'TABLE: ' TR-STUD-ID                         00912221
                WHEN SQL-SUCCESS                                        00912234
                   PERFORM A544-SET-PRIVACY-PARA                        00912247
                WHEN OTHER                                              00912260
                   ADD 1 TO WS-TRN-CNT-FAILED                           00912273
                   DISPLAY 'PRIVACY LOOKUP FAILED STUD-ID: '            00912286
                           TR-STUD-ID ' SQLCODE: ' SQLCODE              00912299
                   PERFORM A580-CHECK-HARD-FAIL-PARA                    00912312
                END-EVALUATE                                            00912325
             END-IF.                                                    00912338
                                                                        00912351
       A544-SET-PRIVACY-PARA.                                           00912364
                                                                        00912377
             MOVE WS-PRIVACY-FLAG     TO PV-PRIVACY-FLAG.               00912390
             MOVE WS-PRIVACY-EFF-DATE TO PV-PRIVACY-EFF-DATE.           00912403
             MOVE WS-BUSINESS-DATE    TO PV-AS-OF-DATE.                 00912416
             CALL 'PRIVCHK' USING PRIV-CHECK-PARM.                      00912429
             EVALUATE TRUE                                              00912442
             WHEN TR-PRIVACY-BLOCK AND PV-SUPPRESS                      00912455
                  AND WS-PRIVACY-FLAG = 'Y'                             00912468
                DISPLAY 'PRIVACY BLOCK ALREADY IN EFFECT STUD-ID: '     00912481
                        TR-STUD-ID                                      00912494
             WHEN TR-PRIVACY-RELEASE AND NOT PV-SUPPRESS                00912507
                MOVE 'N'    TO WS-PRIVACY-FLAG                          00912520
                MOVE SPACES TO WS-PRIVACY-EFF-DATE                      00912533
                PERFORM A547-APPLY-PRIVACY-PARA                         00912546
             WHEN OTHER                                                 00912559
                MOVE TR-PRIVACY-FLAG    TO WS-PRIVACY-FLAG              00912572
                MOVE WS-STATUS-EFF-DATE TO WS-PRIVACY-EFF-DATE          00912585
                PERFORM A547-APPLY-PRIVACY-PARA                         00912598
             END-EVALUATE.                                              00912611
                                                                        00912624
       A547-APPLY-PRIVACY-PARA.                                         00912637
                                                                        00912650
             PERFORM A548-HISTORY-WITH-RETRY-PARA.                      00912663
             IF SQL-SUCCESS                                             00912676
                MOVE ZERO TO WS-RETRY-CNT                               00912689
                PERFORM A539-EXEC-PRIVACY-PARA                          00912702
                PERFORM A541-RETRY-PRIVACY-PARA                         00912715
                   UNTIL NOT SQL-DEADLOCK                               00912728
                      OR WS-RETRY-CNT >= WS-RETRY-LIMIT                 00912741
                IF SQL-SUCCESS AND SQLERRD(3) > ZERO                    00912754
                   ADD 1 TO WS-TRN-CNT-PRIVACY                          00912767
                   DISPLAY 'PRIVACY FLAG ' WS-PRIVACY-FLAG              00912780
                           ' EFFECTIVE ' WS-PRIVACY-EFF-DATE            00912793
                           ' STUD-ID: ' TR-STUD-ID                      00912806
                ELSE                                                    00912819
                   ADD 1 TO WS-TRN-CNT-FAILED                           00912832
                   DISPLAY 'PRIVACY UPDATE FAILED STUD-ID: '            00912845
                           TR-STUD-ID ' SQLCODE: ' SQLCODE              00912858
                           ' ROWS: ' SQLERRD(3)                         00912871
                   PERFORM A580-CHECK-HARD-FAIL-PARA                    00912884
                END-IF                                                  00912897
             ELSE                                                       00912910
                ADD 1 TO WS-TRN-CNT-FAILED                              00912923
                DISPLAY 'HISTORY CAPTURE FAILED STUD-ID: ' TR-STUD-ID   00912936
                        ' SQLCODE: ' SQLCODE                            00912949
                PERFORM A580-CHECK-HARD-FAIL-PARA                       00912962
             END-IF.                                                    00912975
       A540-DELETE-STUDENT-PARA.                                        00913000
                                                                        00914000
             PERFORM A548-HISTORY-WITH-RETRY-PARA.                      00915000
             EXEC SQL                                                   00959000
                  INSERT INTO STUD_STUDENT                              00960000
                         (STUD_ID, STUD_NAME, STUD_DEPT,                00961000
                          STUD_ENROLL_STATUS, STATUS_EFF_DT,            00961660
                          PRIVACY_FLAG, PRIVACY_EFF_DT, ENTRY_TERM)     00962330
                  VALUES (:WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,    00963000
                          :WS-STUD-STATUS, :WS-STATUS-EFF-DATE,         00963660
                          :WS-PRIVACY-FLAG, :WS-PRIVACY-EFF-DATE,       00964100
                          :WS-ENTRY-TERM)                               00964540
             END-EXEC.                                                  00965000
                                                                        00966000
             CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.               00967000
                     UPDATE STUD_STUDENT                                01034000
                        SET STUD_NAME = :WS-STUD-NAME,                  01035000
                            STUD_DEPT = :WS-STUD-DEPT,                  01036000
                            STUD_ENROLL_STATUS = :WS-STUD-STATUS,       01036420
                            STATUS_EFF_DT = :WS-STATUS-EFF-DATE,        01036840
                            ENTRY_TERM = CASE WHEN :WS-ENTRY-TERM = ' ' 01037260
                                              THEN ENTRY_TERM           01037680
                                              ELSE :WS-ENTRY-TERM       01038100
                                         END                            01038520
                      WHERE STUD_ID = :WS-STUD-ID                       01039000
                END-EXEC                                                01040000
             ELSE                                                       01041000
                     UPDATE STUD_STUDENT                                01043000
                        SET STUD_NAME = :WS-STUD-NAME,                  01044000
                            STUD_DEPT = :WS-STUD-DEPT,                  01045000
                            STUD_ENROLL_STATUS = :WS-STUD-STATUS,       01045330
                            ENTRY_TERM = CASE WHEN :WS-ENTRY-TERM = ' ' 01045660
                                              THEN ENTRY_TERM           01045990
                                              ELSE :WS-ENTRY-TERM       01046320
                                         END                            01046650
                      WHERE STUD_ID = :WS-STUD-ID                       01047000
                END-EXEC                                                01048000
             END-IF.                                                    01049000
             PERFORM A040-RETRY-PAUSE-PARA.                             01077000
             PERFORM A545-EXEC-DELETE-PARA.                             01078000
                                                                        01079000
       A539-EXEC-PRIVACY-PARA.                                          01079024
                                                                        01079048
             EXEC SQL                                                   01079072
                  UPDATE STUD_STUDENT                                   01079096
                     SET PRIVACY_FLAG   = :WS-PRIVACY-FLAG,             01079120
                         PRIVACY_EFF_DT = :WS-PRIVACY-EFF-DATE          01079144
                   WHERE STUD_ID = :WS-STUD-ID                          01079168
             END-EXEC.                                                  01079192
                                                                        01079216
             CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.               01079240
                                                                        01079264
       A541-RETRY-PRIVACY-PARA.                                         01079288
                                                                        01079312
             ADD 1 TO WS-RETRY-CNT.                                     01079336
             ADD 1 TO WS-CNT-RETRIES.                                   01079360
             DISPLAY 'DEADLOCK RETRY ' WS-RETRY-CNT                     01079384
                     ' ON PRIVACY UPDATE FOR STUD-ID: ' TR-STUD-ID.     01079408
             PERFORM A040-RETRY-PAUSE-PARA.                             01079432
             PERFORM A539-EXEC-PRIVACY-PARA.                            01079456
                                                                        01079480
       A542-EXEC-GET-PRIVACY-PARA.                                      01079504
                                                                        01079528
             EXEC SQL                                                   01079552
                  SELECT  PRIVACY_FLAG, PRIVACY_EFF_DT                  01079576
                    INTO  :WS-PRIVACY-FLAG, :WS-PRIVACY-EFF-DATE        01079600
                 FROM STUD_STUDENT                                      01079624
                 WHERE STUD_ID = :WS-STUD-ID                            01079648
             END-EXEC.                                                  01079672
                                                                        01079696
             CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.               01079720
                                                                        01079744
       A543-RETRY-GET-PRIVACY-PARA.                                     01079768
                                                                        01079792
             ADD 1 TO WS-RETRY-CNT.                                     01079816
             ADD 1 TO WS-CNT-RETRIES.                                   01079840
             DISPLAY 'DEADLOCK RETRY ' WS-RETRY-CNT                     01079864
                     ' ON PRIVACY LOOKUP FOR STUD-ID: ' TR-STUD-ID.     01079888
             PERFORM A040-RETRY-PAUSE-PARA.                             01079912
             PERFORM A542-EXEC-GET-PRIVACY-PARA.                        01079936
                                                                        01079960
       A548-HISTORY-WITH-RETRY-PARA.                                    01080000
                                                                        01081000
             MOVE ZERO TO WS-RETRY-CNT.                                 01082000
             PERFORM A591-CHECK-STANDING-PARA.                          01135000
             PERFORM A592-CHECK-INCOMPLETE-PARA.                        01136000
             PERFORM A593-CHECK-EXCEPTION-PARA.                         01137000
             PERFORM A596-CHECK-DEGREE-AUDIT-PARA.                      01137500
             IF NOT WS-STAND-IS-FOUND                                   01138000
                MOVE 'N' TO WS-CLEAR-FLAG                               01139000
                DISPLAY 'CLEARANCE - NO STANDING RECORD: '              01140000
                DISPLAY 'CLEARANCE - OPEN EXCEPTION ON FILE: '          01161000
                        TR-STUD-ID                                      01162000
             END-IF.                                                    01163000
             IF WS-AUDIT-INCOMPLETE                                     01163090
                MOVE 'N' TO WS-CLEAR-FLAG                               01163180
                DISPLAY 'CLEARANCE - DEGREE AUDIT INCOMPLETE: '         01163270
                        TR-STUD-ID ' CREDITS REMAINING '                01163330
                        WS-AUDIT-REMAIN                                 01163390
             END-IF.                                                    01163450
             IF WS-AUDIT-MISSING                                        01163540
                MOVE 'N' TO WS-CLEAR-FLAG                               01163630
                DISPLAY 'CLEARANCE - NO DEGREE AUDIT ON FILE: '         01163720
                        TR-STUD-ID                                      01163810
             END-IF.                                                    01163900
             IF WS-AUDIT-UNAVAILABLE                                    01163916
                MOVE 'N' TO WS-CLEAR-FLAG                               01163932
                DISPLAY 'CLEARANCE - DEGREE AUDIT NOT AVAILABLE: '      01163948
                        TR-STUD-ID                                      01163964
             END-IF.                                                    01163980
                                                                        01164000
       A591-CHECK-STANDING-PARA.                                        01165000
                                                                        01166000
                DISPLAY 'NO EXCEPTION FILE FOR CLEARANCE CHECK'         01244000
             END-IF.                                                    01245000
                                                                        01246000
       A596-CHECK-DEGREE-AUDIT-PARA.                                    01246058
                                                                        01246116
             MOVE 'U' TO WS-AUDIT-FLAG.                                 01246174
             MOVE ZERO TO WS-AUDIT-REMAIN.                              01246232
             IF WS-DEGSTAT-STATUS = '00'                                01246290
                MOVE TR-STUD-ID TO DS-STUD-ID                           01246348
                READ DEGSTAT                                            01246406
                  INVALID KEY                                           01246464
                     MOVE 'M' TO WS-AUDIT-FLAG                          01246522
                  NOT INVALID KEY                                       01246580
                     MOVE DS-AUDIT-STATUS   TO WS-AUDIT-FLAG            01246638
                     MOVE DS-CREDITS-REMAIN TO WS-AUDIT-REMAIN          01246696
                END-READ                                                01246754
             ELSE                                                       01246812
                DISPLAY 'NO DEGREE AUDIT FILE FOR CLEARANCE CHECK'      01246870
             END-IF.                                                    01246928
                                                                        01246964
       A000-WRITE-PARA.                                                 01247000
                                                                        01248000
             COMPUTE WS-STUD-ID = FUNCTION NUMVAL(FL-STUD-ID)           01249000
             MOVE WS-CNT-SQLERR        TO RS-CNT-SQLERR                 01525000
             MOVE WS-CNT-RETRIES       TO RS-CNT-RETRIES                01526000
             MOVE WS-CNT-DEPTREJ       TO RS-CNT-DEPTREJ                01527000
             MOVE WS-PARTITION         TO RS-PARTITION                  01527500
             WRITE RUNSTAT-REC                                          01528000
             CLOSE RUNSTAT.                                             01529000
                                                                        01530000
                MOVE ZERO   TO TX-CREDITS                               01587000
             ELSE                                                       01588000
                PERFORM A079-ASOF-CATALOG-PARA                          01589000
                IF GR-TRANSFER AND GR-XFER-CREDITS IS NUMERIC           01589200
                   AND GR-XFER-CREDITS > ZERO                           01589400
                   MOVE GR-XFER-CREDITS TO TX-CREDITS                   01589600
                END-IF                                                  01589800
             END-IF                                                     01590000
             MOVE GR-GRADE       TO TX-GRADE                            01591000
             IF GR-COURSE = SPACES                                      01592000
