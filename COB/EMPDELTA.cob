                ORGANIZATION IS SEQUENTIAL.                             00140000
                SELECT EMPFNEW ASSIGN TO EMPFNEW                        00142000
                ORGANIZATION IS SEQUENTIAL.                             00144000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00145500
                ORGANIZATION IS SEQUENTIAL                              00147000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00148500
       DATA DIVISION.                                                   00150000
       FILE SECTION.                                                    00160000
       FD EMPFIL                                                        00170000
       FD EMPFNEW                                                       00372000
            RECORDING MODE IS F.                                        00374000
       01 EMPFNEW-REC PIC X(80).                                        00376000
       FD CYCDATE                                                       00377000
            RECORDING MODE IS F.                                        00378000
           COPY CYCDATE.                                                00379000
       WORKING-STORAGE SECTION.                                         00380000
       01 WS-EMPFIL-STATUS   PIC X(02) VALUE SPACES.                    00390000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00390580
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00391160
       01 WS-FEED-DATE       PIC X(08) VALUE SPACES.                    00391740
       01 WS-FEED-FLAG       PIC X(01) VALUE 'N'.                       00392320
           88 WS-FEED-BAD           VALUE 'Y'.                          00392900
       01 WS-HDR-SEEN        PIC X(01) VALUE 'N'.                       00393480
           88 WS-HEADER-SEEN        VALUE 'Y'.                          00394060
       01 WS-TRL-SEEN        PIC X(01) VALUE 'N'.                       00394640
           88 WS-TRAILER-SEEN       VALUE 'Y'.                          00395220
       01 WS-TRL-COUNT       PIC 9(09) VALUE ZERO.                      00395800
       01 WS-TRL-HASH        PIC 9(15) VALUE ZERO.                      00396380
       01 WS-FEED-COUNT      PIC 9(09) COMP VALUE ZERO.                 00396960
       01 WS-FEED-HASH       PIC 9(15) COMP VALUE ZERO.                 00397540
       01 WS-HASH-ID         PIC 9(09) VALUE ZERO.                      00398120
       01 WS-CURR-CTL-FLAG   PIC X(01) VALUE 'N'.                       00398700
           88 WS-CURR-CONTROL       VALUE 'Y'.                          00399280
       01 WS-CURR-EOF        PIC X(01) VALUE 'N'.                       00400000
           88 WS-CURR-AT-END        VALUE 'Y'.                          00410000
       01 WS-PRV-EOF         PIC X(01) VALUE 'N'.                       00420000
               MOVE +16 TO RETURN-CODE                                  00630000
               GOBACK                                                   00640000
            END-IF.                                                     00650000
            PERFORM C050-READ-CYCDATE-PARA.                             00651100
            PERFORM C060-VERIFY-FEED-PARA.                              00652200
            IF WS-FEED-BAD                                              00653300
               CLOSE EMPFIL                                             00654400
               MOVE +16 TO RETURN-CODE                                  00655500
               GOBACK                                                   00656600
            END-IF.                                                     00657700
                                                                        00658800
            OPEN INPUT EMPFPRV.                                         00660000
            OPEN OUTPUT DELTAFIL.                                       00670000
            OPEN OUTPUT EMPFNEW.                                        00675000
            GOBACK.                                                     00930000
                                                                        00940000
       C100-READ-CURRENT-PARA.                                          00950000
                                                                        00951600
            MOVE 'Y' TO WS-CURR-CTL-FLAG.                               00953200
            PERFORM C105-READ-EMPFIL-PARA UNTIL NOT WS-CURR-CONTROL.    00954800
                                                                        00956400
       C105-READ-EMPFIL-PARA.                                           00958000
                                                                        00960000
            READ EMPFIL NEXT                                            00970000
              AT END                                                    00980000
                 MOVE 'Y' TO WS-CURR-EOF                                00990000
                 MOVE HIGH-VALUES TO WS-CURR-KEY                        01000000
                 MOVE 'N' TO WS-CURR-CTL-FLAG                           01005000
              NOT AT END                                                01010000
                 MOVE 'N' TO WS-CURR-CTL-FLAG                           01014000
                 IF EM-CONTROL-REC                                      01018000
                    MOVE 'Y' TO WS-CURR-CTL-FLAG                        01022000
                 ELSE                                                   01026000
                    ADD 1 TO WS-CNT-CURR-READ                           01030000
                    MOVE EM-STUD-ID TO WS-CURR-KEY                      01034000
                    MOVE EMPFIL-REC TO WS-CURR-IMAGE                    01038000
                    WRITE EMPFNEW-REC FROM EMPFIL-REC                   01042000
                 END-IF                                                 01046000
            END-READ.                                                   01050000
            IF WS-CURR-EOF NOT = 'Y'                                    01052000
               AND WS-EMPFIL-STATUS NOT = '00'                          01053000
               MOVE 'E' TO WS-MSG-SEV                                   01055600
               PERFORM C900-ISSUE-MSG-PARA                              01055800
               MOVE 'Y' TO WS-CURR-EOF                                  01056000
               MOVE 'N' TO WS-CURR-CTL-FLAG                             01056500
               MOVE HIGH-VALUES TO WS-CURR-KEY                          01057000
            END-IF.                                                     01058000
                                                                        01060000
       C050-READ-CYCDATE-PARA.                                          01060093
                                                                        01060186
            OPEN INPUT CYCDATE.                                         01060279
            IF WS-CYCDATE-STATUS NOT = '00'                             01060372
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      01060465
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      01060558
            ELSE                                                        01060651
               READ CYCDATE                                             01060744
                 AT END                                                 01060837
                    MOVE FUNCTION CURRENT-DATE(1:8)                     01060930
                      TO WS-BUSINESS-DATE                               01061023
                 NOT AT END                                             01061116
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           01061209
               END-READ                                                 01061302
               CLOSE CYCDATE                                            01061395
            END-IF.                                                     01061488
                                                                        01061581
       C060-VERIFY-FEED-PARA.                                           01061674
                                                                        01061767
            PERFORM C065-VERIFY-READ-PARA UNTIL WS-CURR-AT-END.         01061860
            MOVE 'N' TO WS-CURR-EOF.                                    01061953
                                                                        01062046
            IF NOT WS-HEADER-SEEN                                       01062139
               MOVE 'EMPFIL HAS NO HEADER RECORD' TO WS-MSG-TEXT        01062232
               MOVE 3 TO WS-MSG-NUM                                     01062325
               MOVE 'S' TO WS-MSG-SEV                                   01062418
               PERFORM C900-ISSUE-MSG-PARA                              01062511
               MOVE 'Y' TO WS-FEED-FLAG                                 01062604
            ELSE                                                        01062697
               IF WS-FEED-DATE NOT = WS-BUSINESS-DATE                   01062790
                  MOVE SPACES TO WS-MSG-TEXT                            01062883
                  STRING 'EMPFIL FEED DATE ' WS-FEED-DATE               01062976
                         ' IS NOT CYCLE DATE ' WS-BUSINESS-DATE         01063069
                    DELIMITED BY SIZE INTO WS-MSG-TEXT                  01063162
                  MOVE 3 TO WS-MSG-NUM                                  01063255
                  MOVE 'S' TO WS-MSG-SEV                                01063348
                  PERFORM C900-ISSUE-MSG-PARA                           01063441
                  MOVE 'Y' TO WS-FEED-FLAG                              01063534
               END-IF                                                   01063627
            END-IF.                                                     01063720
            IF NOT WS-TRAILER-SEEN                                      01063813
               MOVE 'EMPFIL HAS NO TRAILER RECORD' TO WS-MSG-TEXT       01063906
               MOVE 4 TO WS-MSG-NUM                                     01063999
               MOVE 'S' TO WS-MSG-SEV                                   01064092
               PERFORM C900-ISSUE-MSG-PARA                              01064185
               MOVE 'Y' TO WS-FEED-FLAG                                 01064278
            ELSE                                                        01064371
               IF WS-TRL-COUNT NOT = WS-FEED-COUNT                      01064464
                  OR WS-TRL-HASH NOT = WS-FEED-HASH                     01064557
                  MOVE 'EMPFIL TRAILER DOES NOT BALANCE'                01064650
                    TO WS-MSG-TEXT                                      01064743
                  MOVE 4 TO WS-MSG-NUM                                  01064836
                  MOVE 'S' TO WS-MSG-SEV                                01064929
                  PERFORM C900-ISSUE-MSG-PARA                           01065022
                  DISPLAY 'TRAILER COUNT: ' WS-TRL-COUNT                01065115
                          ' RECORDS READ: ' WS-FEED-COUNT               01065208
                  DISPLAY 'TRAILER HASH : ' WS-TRL-HASH                 01065301
                          ' HASH OF IDS : ' WS-FEED-HASH                01065394
                  MOVE 'Y' TO WS-FEED-FLAG                              01065487
               END-IF                                                   01065580
            END-IF.                                                     01065673
                                                                        01065766
            IF WS-FEED-BAD                                              01065859
               DISPLAY 'EMPFIL FEED REJECTED - DELTA NOT BUILT'         01065952
            ELSE                                                        01066045
               MOVE LOW-VALUES TO EM-STUD-ID                            01066138
               START EMPFIL KEY IS NOT LESS THAN EM-STUD-ID             01066231
                 INVALID KEY MOVE 'Y' TO WS-CURR-EOF                    01066324
               END-START                                                01066417
            END-IF.                                                     01066510
                                                                        01066603
       C065-VERIFY-READ-PARA.                                           01066696
                                                                        01066789
            READ EMPFIL NEXT                                            01066882
              AT END                                                    01066975
                 MOVE 'Y' TO WS-CURR-EOF                                01067068
              NOT AT END                                                01067161
                 EVALUATE TRUE                                          01067254
                 WHEN EM-HEADER-REC                                     01067347
                      MOVE 'Y' TO WS-HDR-SEEN                           01067440
                      MOVE EM-FEED-DATE TO WS-FEED-DATE                 01067533
                 WHEN EM-TRAILER-REC                                    01067626
                      MOVE 'Y' TO WS-TRL-SEEN                           01067719
                      MOVE EM-TRL-COUNT TO WS-TRL-COUNT                 01067812
                      MOVE EM-TRL-HASH  TO WS-TRL-HASH                  01067905
                 WHEN OTHER                                             01067998
                      ADD 1 TO WS-FEED-COUNT                            01068091
                      IF EM-STUD-ID IS NUMERIC                          01068184
                         MOVE EM-STUD-ID TO WS-HASH-ID                  01068277
                         ADD WS-HASH-ID TO WS-FEED-HASH                 01068370
                      END-IF                                            01068463
                 END-EVALUATE                                           01068556
            END-READ.                                                   01068649
            IF WS-CURR-EOF NOT = 'Y'                                    01068742
               AND WS-EMPFIL-STATUS NOT = '00'                          01068835
               MOVE SPACES TO WS-MSG-TEXT                               01068928
               STRING 'EMPFIL READ FAILED - STATUS: '                   01069021
                      WS-EMPFIL-STATUS                                  01069114
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     01069207
               MOVE 2 TO WS-MSG-NUM                                     01069300
               MOVE 'E' TO WS-MSG-SEV                                   01069393
               PERFORM C900-ISSUE-MSG-PARA                              01069486
               MOVE 'Y' TO WS-CURR-EOF                                  01069579
               MOVE 'Y' TO WS-FEED-FLAG                                 01069672
            END-IF.                                                     01069765
                                                                        01069858
       C200-READ-PRIOR-PARA.                                            01070000
                                                                        01080000
            READ EMPFPRV                                                01090000
