                ACCESS MODE IS RANDOM                                   00022000
                RECORD KEY IS DM-DEPT-CODE                              00023000
                FILE STATUS IS WS-DEPTMST-STATUS.                       00024000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00024140
                ORGANIZATION IS SEQUENTIAL                              00024280
                FILE STATUS IS WS-CYCDATE-STATUS.                       00024420
                SELECT NOTEVT ASSIGN TO NOTEVT                          00024560
                ORGANIZATION IS SEQUENTIAL                              00024700
                FILE STATUS IS WS-NOTEVT-STATUS.                        00024840
       DATA DIVISION.                                                   00025000
       FILE SECTION.                                                    00026000
       FD STANDING                                                      00027000
       FD DEPTMST                                                       00044000
            RECORDING MODE IS F.                                        00045000
           COPY DEPTMST.                                                00046000
       FD CYCDATE                                                       00046140
            RECORDING MODE IS F.                                        00046280
           COPY CYCDATE.                                                00046420
       FD NOTEVT                                                        00046560
            RECORDING MODE IS F.                                        00046700
           COPY NOTEVT.                                                 00046840
       WORKING-STORAGE SECTION.                                         00047000
       01 WS-EOF             PIC A     VALUE SPACE.                     00048000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00049000
          05 WS-SUPP-ID OCCURS 500 TIMES PIC X(09).                     00069000
       01 WS-SUPP-EOF        PIC X(01) VALUE 'N'.                       00070000
       01 WS-LETTER-DATE     PIC X(08).                                 00071000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00071160
       01 WS-NOTEVT-STATUS   PIC X(02) VALUE SPACES.                    00071320
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00071480
       01 WS-NOTEVT-FLAG     PIC X(01) VALUE 'N'.                       00071640
           88 WS-NOTEVT-AVAIL       VALUE 'Y'.                          00071800
       01 WS-DEPT-NAME-HOLD  PIC X(30) VALUE SPACES.                    00072000
       77 WS-DEPT-MAX        PIC 9(03) COMP VALUE 50.                   00073000
       01 WS-DEPT-COUNT      PIC 9(03) COMP VALUE ZERO.                 00074000
           05 WS-CNT-NOTFOUND   PIC 9(07) COMP VALUE ZERO.              00094000
           05 WS-CNT-SUPPRESSED PIC 9(07) COMP VALUE ZERO.              00095000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              00096000
           05 WS-CNT-EVENTS     PIC 9(07) COMP VALUE ZERO.              00096500
           COPY SQLCLS.                                                 00097000
                                                                        00098000
            EXEC SQL                                                    00099000
            END-IF.                                                     00199000
            OPEN OUTPUT LTRFILE.                                        00200000
            OPEN OUTPUT LTRCTL.                                         00201000
            PERFORM N040-READ-CYCDATE-PARA.                             00201110
            OPEN EXTEND NOTEVT.                                         00201220
            IF WS-NOTEVT-STATUS = '00'                                  00201330
               MOVE 'Y' TO WS-NOTEVT-FLAG                               00201440
            ELSE                                                        00201550
               DISPLAY 'NO NOTIFICATION EVENT FILE - EVENTS NOT '       00201660
                       'WRITTEN, STATUS: ' WS-NOTEVT-STATUS             00201770
            END-IF.                                                     00201880
                                                                        00202000
            PERFORM N100-READ-STANDING-PARA UNTIL WS-EOF = 'Y'.         00203000
                                                                        00204000
            END-IF.                                                     00211000
            CLOSE LTRFILE.                                              00212000
            CLOSE LTRCTL.                                               00213000
            IF WS-NOTEVT-AVAIL                                          00213250
               CLOSE NOTEVT                                             00213500
            END-IF.                                                     00213750
                                                                        00214000
            DISPLAY '===== STANDLTR CONTROL TOTALS ====='.              00215000
            DISPLAY 'STANDING RECORDS READ    : ' WS-CNT-READ.          00216000
            DISPLAY 'LETTERS SUPPRESSED       : '                       00221000
                    WS-CNT-SUPPRESSED.                                  00222000
            DISPLAY 'STUDENTS NOT ON TABLE    : ' WS-CNT-NOTFOUND.      00223000
            DISPLAY 'NOTIFICATION EVENTS      : ' WS-CNT-EVENTS.        00223500
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        00224000
            DISPLAY '==================================='.              00225000
                                                                        00226000
                 END-IF                                                 00254000
            END-READ.                                                   00255000
                                                                        00256000
       N040-READ-CYCDATE-PARA.                                          00256052
                                                                        00256104
            OPEN INPUT CYCDATE.                                         00256156
            IF WS-CYCDATE-STATUS NOT = '00'                             00256208
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      00256260
               MOVE FUNCTION CURRENT-DATE(1:8)                          00256312
                 TO WS-BUSINESS-DATE                                    00256364
            ELSE                                                        00256416
               READ CYCDATE                                             00256468
                 AT END                                                 00256520
                    MOVE FUNCTION CURRENT-DATE(1:8)                     00256572
                      TO WS-BUSINESS-DATE                               00256624
                 NOT AT END                                             00256676
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           00256728
               END-READ                                                 00256780
               CLOSE CYCDATE                                            00256832
            END-IF.                                                     00256884
                                                                        00256936
       N050-LOAD-SUPPRESS-PARA.                                         00257000
                                                                        00258000
            OPEN INPUT MAILSUPP.                                        00259000
                       ADD 1 TO WS-CNT-SUPPRESSED                       00306000
                    ELSE                                                00307000
                       PERFORM N300-WRITE-LETTER-PARA                   00308000
                       PERFORM N350-WRITE-EVENT-PARA                    00308500
                       PERFORM N400-TALLY-DEPT-PARA                     00309000
                    END-IF                                              00310000
               WHEN SQL-NOTFOUND                                        00311000
            WRITE LTRFILE-REC FROM WS-LTR-GPA-LINE                      00416000
               AFTER ADVANCING 2 LINES.                                 00417000
                                                                        00418000
       N350-WRITE-EVENT-PARA.                                           00418058
                                                                        00418116
            IF WS-NOTEVT-AVAIL                                          00418174
               MOVE SPACES           TO NOTEVT-REC                      00418232
               MOVE ST-STUD-ID       TO NE-STUD-ID                      00418290
               MOVE 'SL'             TO NE-EVENT-TYPE                   00418348
               MOVE WS-BUSINESS-DATE TO NE-BUS-DATE                     00418406
               MOVE 'STANDLTR'       TO NE-SOURCE-PGM                   00418464
               MOVE ST-STANDING      TO NE-LTR-STANDING                 00418522
               MOVE ST-TERM          TO NE-LTR-TERM                     00418580
               MOVE ST-TERM-GPA      TO NE-LTR-TERM-GPA                 00418638
               MOVE ST-CUM-GPA       TO NE-LTR-CUM-GPA                  00418696
               WRITE NOTEVT-REC                                         00418754
               ADD 1 TO WS-CNT-EVENTS                                   00418812
            END-IF.                                                     00418870
                                                                        00418928
       N400-TALLY-DEPT-PARA.                                            00419000
                                                                        00420000
            MOVE 'N' TO WS-FOUND-FLAG.                                  00421000
