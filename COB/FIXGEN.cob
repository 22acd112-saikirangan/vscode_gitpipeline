                ORGANIZATION IS SEQUENTIAL.                             00190000
                SELECT TESTSTU ASSIGN TO TESTSTU                        00200000
                ORGANIZATION IS SEQUENTIAL.                             00210000
                SELECT TESTCYC ASSIGN TO TESTCYC                        00213300
                ORGANIZATION IS SEQUENTIAL.                             00216600
       DATA DIVISION.                                                   00220000
       FILE SECTION.                                                    00230000
       FD EMPFIL                                                        00240000
          05 TS-STUD-DEPT     PIC X(10).                                00410000
          05 TS-ENROLL-STATUS PIC X(01).                                00420000
          05 FILLER           PIC X(30).                                00430000
       FD TESTCYC                                                       00432500
            RECORDING MODE IS F.                                        00435000
           COPY CYCDATE.                                                00437500
       WORKING-STORAGE SECTION.                                         00440000
       01 WS-EOF             PIC A     VALUE SPACE.                     00450000
       01 WS-EMPFIL-STATUS   PIC X(02) VALUE SPACES.                    00460000
       01 WS-KEEP-FLAG       PIC X(01) VALUE 'N'.                       00550000
           88 WS-KEEP-RECORD        VALUE 'Y'.                          00560000
       01 WS-WORK-NAME       PIC X(30) VALUE SPACES.                    00570000
       01 WS-FEED-DATE       PIC X(08) VALUE SPACES.                    00570830
       01 WS-FEED-HASH       PIC 9(15) COMP VALUE ZERO.                 00571660
       01 WS-TEST-CTL-REC.                                              00572490
          05 TC-STUD-ID         PIC X(09) VALUE SPACES.                 00573320
          05 TC-FEED-DATE       PIC X(08) VALUE SPACES.                 00574150
          05 FILLER             PIC X(63) VALUE SPACES.                 00574980
       01 WS-TEST-TRL-REC REDEFINES WS-TEST-CTL-REC.                    00575810
          05 FILLER             PIC X(09).                              00576640
          05 TT-REC-COUNT       PIC 9(09).                              00577470
          05 TT-HASH-TOTAL      PIC 9(15).                              00578300
          05 FILLER             PIC X(47).                              00579130
                                                                        00580000
       01 WS-CONTROL-TOTALS.                                            00590000
           05 WS-CNT-EMP-READ   PIC 9(07) COMP VALUE ZERO.              00600000
            OPEN OUTPUT TESTEMP.                                        01020000
            OPEN OUTPUT TESTGRD.                                        01030000
            OPEN OUTPUT TESTSTU.                                        01040000
            OPEN OUTPUT TESTCYC.                                        01045000
                                                                        01050000
            PERFORM V100-COPY-EMPFIL-PARA.                              01060000
            PERFORM V200-COPY-GRDFILE-PARA.                             01070000
            CLOSE TESTEMP.                                              01100000
            CLOSE TESTGRD.                                              01110000
            CLOSE TESTSTU.                                              01120000
            CLOSE TESTCYC.                                              01125000
                                                                        01130000
            DISPLAY '===== FIXGEN CONTROL TOTALS ====='.                01140000
            DISPLAY 'EMPFIL READ / KEPT       : ' WS-CNT-EMP-READ       01150000
               MOVE SPACE TO WS-EOF                                     01390000
               PERFORM V110-READ-EMPFIL-PARA UNTIL WS-EOF = 'Y'         01400000
               CLOSE EMPFIL                                             01410000
               PERFORM V120-WRITE-CONTROL-PARA                          01415000
            END-IF.                                                     01420000
                                                                        01430000
       V110-READ-EMPFIL-PARA.                                           01440000
            READ EMPFIL NEXT                                            01460000
              AT END MOVE 'Y' TO WS-EOF                                 01470000
              NOT AT END                                                01480000
                 IF EM-CONTROL-REC                                      01491400
                    IF EM-HEADER-REC                                    01494200
                       MOVE EM-FEED-DATE TO WS-FEED-DATE                01495600
                    END-IF                                              01497000
                 ELSE                                                   01498400
                    ADD 1 TO WS-CNT-EMP-READ                            01506000
                    IF EM-STUD-ID IS NUMERIC                            01513600
                       COMPUTE WS-ID-WORK =                             01521200
                               FUNCTION NUMVAL(EM-STUD-ID)              01528800
                       PERFORM V400-SAMPLE-CHECK-PARA                   01536400
                       IF WS-KEEP-RECORD                                01544000
                          ADD 1 TO WS-CNT-EMP-KEPT                      01551600
                          PERFORM V500-MASK-ID-PARA                     01559200
                          MOVE WS-MASKED-ID TO EM-STUD-ID               01566800
                          ADD WS-MASKED-ID TO WS-FEED-HASH              01574400
                          MOVE EM-STUD-NAME TO WS-WORK-NAME             01582000
                          PERFORM V600-MASK-NAME-PARA                   01589600
                          MOVE WS-WORK-NAME TO EM-STUD-NAME             01597200
                          WRITE TESTEMP-REC FROM EMPFIL-REC             01604800
                       END-IF                                           01612400
                    END-IF                                              01620000
                 END-IF                                                 01630000
            END-READ.                                                   01640000
               MOVE 'Y' TO WS-EOF                                       01648000
            END-IF.                                                     01649000
                                                                        01650000
       V120-WRITE-CONTROL-PARA.                                         01650520
                                                                        01651040
            IF WS-FEED-DATE = SPACES                                    01651560
               DISPLAY 'EMPFIL HAS NO HEADER - FIXTURE DATED TODAY'     01652080
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEED-DATE          01652600
            END-IF.                                                     01653120
            MOVE SPACES TO WS-TEST-CTL-REC.                             01653640
            MOVE '000000000' TO TC-STUD-ID.                             01654160
            MOVE WS-FEED-DATE TO TC-FEED-DATE.                          01654680
            WRITE TESTEMP-REC FROM WS-TEST-CTL-REC.                     01655200
            MOVE SPACES TO WS-TEST-CTL-REC.                             01655720
            MOVE '999999999' TO TC-STUD-ID.                             01656240
            MOVE WS-CNT-EMP-KEPT TO TT-REC-COUNT.                       01656760
            MOVE WS-FEED-HASH TO TT-HASH-TOTAL.                         01657280
            WRITE TESTEMP-REC FROM WS-TEST-TRL-REC.                     01657800
            MOVE SPACES TO CYCDATE-REC.                                 01658320
            MOVE WS-FEED-DATE TO CD-BUSINESS-DATE.                      01658840
            WRITE CYCDATE-REC.                                          01659360
       V200-COPY-GRDFILE-PARA.                                          01660000
                                                                        01670000
            OPEN INPUT GRADES.                                          01680000
