                FILE STATUS IS WS-HOLDMST-STATUS.                       00100000
                SELECT HLDTRN ASSIGN TO HLDTRN                          00110000
                ORGANIZATION IS SEQUENTIAL.                             00120000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00121400
                ORGANIZATION IS SEQUENTIAL                              00122800
                FILE STATUS IS WS-CYCDATE-STATUS.                       00124200
                SELECT NOTEVT ASSIGN TO NOTEVT                          00125600
                ORGANIZATION IS SEQUENTIAL                              00127000
                FILE STATUS IS WS-NOTEVT-STATUS.                        00128400
       DATA DIVISION.                                                   00130000
       FILE SECTION.                                                    00140000
       FD HOLDMST                                                       00150000
          05 HT-HOLD-TYPE       PIC X(02).                              00260000
          05 HT-EFF-DATE        PIC X(08).                              00270000
          05 FILLER             PIC X(60).                              00280000
       FD CYCDATE                                                       00281400
            RECORDING MODE IS F.                                        00282800
           COPY CYCDATE.                                                00284200
       FD NOTEVT                                                        00285600
            RECORDING MODE IS F.                                        00287000
           COPY NOTEVT.                                                 00288400
       WORKING-STORAGE SECTION.                                         00290000
       01 WS-EOF             PIC A     VALUE SPACE.                     00300000
       01 WS-HOLDMST-STATUS  PIC X(02) VALUE SPACES.                    00310000
       01 WS-EFF-DATE        PIC X(08).                                 00320000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00321600
       01 WS-NOTEVT-STATUS   PIC X(02) VALUE SPACES.                    00323200
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00324800
       01 WS-NOTEVT-FLAG     PIC X(01) VALUE 'N'.                       00326400
           88 WS-NOTEVT-AVAIL       VALUE 'Y'.                          00328000
       01 WS-TRN-CNT-PLACED  PIC 9(07) COMP VALUE ZERO.                 00330000
       01 WS-TRN-CNT-RELEASE PIC 9(07) COMP VALUE ZERO.                 00340000
       01 WS-TRN-CNT-DELETE  PIC 9(07) COMP VALUE ZERO.                 00350000
       01 WS-TRN-CNT-FAILED  PIC 9(07) COMP VALUE ZERO.                 00360000
       01 WS-TRN-CNT-EVENTS  PIC 9(07) COMP VALUE ZERO.                 00365000
       PROCEDURE DIVISION.                                              00370000
                                                                        00380000
            OPEN I-O HOLDMST.                                           00390000
               GOBACK                                                   00440000
            END-IF.                                                     00450000
            OPEN INPUT HLDTRN.                                          00460000
            PERFORM A050-READ-CYCDATE-PARA.                             00461100
            OPEN EXTEND NOTEVT.                                         00462200
            IF WS-NOTEVT-STATUS = '00'                                  00463300
               MOVE 'Y' TO WS-NOTEVT-FLAG                               00464400
            ELSE                                                        00465500
               DISPLAY 'NO NOTIFICATION EVENT FILE - EVENTS NOT '       00466600
                       'WRITTEN, STATUS: ' WS-NOTEVT-STATUS             00467700
            END-IF.                                                     00468800
                                                                        00470000
            PERFORM A100-APPLY-TRANS-PARA UNTIL WS-EOF = 'Y'.           00480000
                                                                        00490000
            CLOSE HLDTRN.                                               00500000
            CLOSE HOLDMST.                                              00510000
            IF WS-NOTEVT-AVAIL                                          00512500
               CLOSE NOTEVT                                             00515000
            END-IF.                                                     00517500
                                                                        00520000
            DISPLAY '===== HLDUPD MAINTENANCE TOTALS ====='.            00530000
            DISPLAY 'HOLDS PLACED    : ' WS-TRN-CNT-PLACED.             00540000
            DISPLAY 'HOLDS RELEASED  : ' WS-TRN-CNT-RELEASE.            00550000
            DISPLAY 'HOLDS DELETED   : ' WS-TRN-CNT-DELETE.             00560000
            DISPLAY 'FAILED TRANS    : ' WS-TRN-CNT-FAILED.             00570000
            DISPLAY 'EVENTS WRITTEN  : ' WS-TRN-CNT-EVENTS.             00575000
            DISPLAY '====================================='.            00580000
                                                                        00590000
            IF WS-TRN-CNT-FAILED > ZERO                                 00600000
                                                                        00650000
            GOBACK.                                                     00660000
                                                                        00670000
       A050-READ-CYCDATE-PARA.                                          00670550
                                                                        00671100
            OPEN INPUT CYCDATE.                                         00671650
            IF WS-CYCDATE-STATUS NOT = '00'                             00672200
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      00672750
               MOVE FUNCTION CURRENT-DATE(1:8)                          00673300
                 TO WS-BUSINESS-DATE                                    00673850
            ELSE                                                        00674400
               READ CYCDATE                                             00674950
                 AT END                                                 00675500
                    MOVE FUNCTION CURRENT-DATE(1:8)                     00676050
                      TO WS-BUSINESS-DATE                               00676600
                 NOT AT END                                             00677150
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           00677700
               END-READ                                                 00678250
               CLOSE CYCDATE                                            00678800
            END-IF.                                                     00679350
                                                                        00679670
       A100-APPLY-TRANS-PARA.                                           00680000
                                                                        00690000
            READ HLDTRN                                                 00700000
                    ADD 1 TO WS-TRN-CNT-PLACED                          01090000
                    DISPLAY 'PLACED HOLD: ' HT-STUD-ID                  01100000
                            ' TYPE ' HT-HOLD-TYPE                       01110000
                    PERFORM A250-WRITE-EVENT-PARA                       01115000
               END-WRITE                                                01120000
            END-IF.                                                     01130000
                                                                        01140000
       A250-WRITE-EVENT-PARA.                                           01140710
                                                                        01141420
            IF WS-NOTEVT-AVAIL                                          01142130
               MOVE SPACES           TO NOTEVT-REC                      01142840
               MOVE HT-STUD-ID       TO NE-STUD-ID                      01143550
               MOVE 'HP'             TO NE-EVENT-TYPE                   01144260
               MOVE WS-BUSINESS-DATE TO NE-BUS-DATE                     01144970
               MOVE 'HLDUPD'         TO NE-SOURCE-PGM                   01145680
               MOVE HT-HOLD-TYPE     TO NE-HOLD-TYPE                    01146390
               MOVE WS-EFF-DATE      TO NE-HOLD-EFF-DATE                01147100
               WRITE NOTEVT-REC                                         01147810
               ADD 1 TO WS-TRN-CNT-EVENTS                               01148520
            END-IF.                                                     01149230
                                                                        01149610
       A300-RELEASE-HOLD-PARA.                                          01150000
                                                                        01160000
            MOVE HT-STUD-ID   TO HM-STUD-ID.                            01170000
