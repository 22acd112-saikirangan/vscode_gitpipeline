                ORGANIZATION IS SEQUENTIAL.                             00170000
                SELECT WDRRPT ASSIGN TO WDRRPT                          00180000
                ORGANIZATION IS SEQUENTIAL.                             00190000
                SELECT NOTEVT ASSIGN TO NOTEVT                          00192500
                ORGANIZATION IS SEQUENTIAL                              00195000
                FILE STATUS IS WS-NOTEVT-STATUS.                        00197500
       DATA DIVISION.                                                   00200000
       FILE SECTION.                                                    00210000
       FD GRADES                                                        00220000
       FD WDRRPT                                                        00420000
            RECORDING MODE IS F.                                        00430000
       01 WDRRPT-REC PIC X(132).                                        00440000
       FD NOTEVT                                                        00442500
            RECORDING MODE IS F.                                        00445000
           COPY NOTEVT.                                                 00447500
       WORKING-STORAGE SECTION.                                         00450000
       01 WS-EOF             PIC A     VALUE SPACE.                     00460000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00470000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00480000
       01 WS-NOTEVT-STATUS   PIC X(02) VALUE SPACES.                    00482500
       01 WS-NOTEVT-FLAG     PIC X(01) VALUE 'N'.                       00485000
           88 WS-NOTEVT-AVAIL       VALUE 'Y'.                          00487500
       01 WS-PARM-CARD.                                                 00490000
          05 WS-PARM-TERM    PIC X(05).                                 00500000
          05 FILLER          PIC X(75).                                 00510000
           05 WS-CNT-HIST-ROWS  PIC 9(07) COMP VALUE ZERO.              00790000
           05 WS-CNT-WITHDRAWN  PIC 9(07) COMP VALUE ZERO.              00800000
           05 WS-CNT-TRANS      PIC 9(07) COMP VALUE ZERO.              00810000
           05 WS-CNT-EVENTS     PIC 9(07) COMP VALUE ZERO.              00815000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              00820000
           COPY SQLCLS.                                                 00830000
                                                                        00840000
            OPEN OUTPUT WDRTRN.                                         01540000
            OPEN OUTPUT MAILSUPP.                                       01550000
            OPEN OUTPUT WDRRPT.                                         01560000
            OPEN EXTEND NOTEVT.                                         01561200
            IF WS-NOTEVT-STATUS = '00'                                  01562400
               MOVE 'Y' TO WS-NOTEVT-FLAG                               01563600
            ELSE                                                        01564800
               DISPLAY 'NO NOTIFICATION EVENT FILE - EVENTS NOT '       01566000
                       'WRITTEN, STATUS: ' WS-NOTEVT-STATUS             01567200
            END-IF.                                                     01568400
            WRITE WDRRPT-REC FROM WS-HDR1                               01570000
               AFTER ADVANCING PAGE.                                    01580000
                                                                        01590000
            CLOSE WDRTRN.                                               01810000
            CLOSE MAILSUPP.                                             01820000
            CLOSE WDRRPT.                                               01830000
            IF WS-NOTEVT-AVAIL                                          01832500
               CLOSE NOTEVT                                             01835000
            END-IF.                                                     01837500
                                                                        01840000
            DISPLAY '===== WDRCASC CONTROL TOTALS ====='.               01850000
            DISPLAY 'HISTORY ROWS FOR DAY     : ' WS-CNT-HIST-ROWS.     01860000
            DISPLAY 'WITHDRAWALS CASCADED     : ' WS-CNT-WITHDRAWN.     01870000
            DISPLAY 'GRADE TRANS GENERATED    : ' WS-CNT-TRANS.         01880000
            DISPLAY 'NOTIFICATION EVENTS      : ' WS-CNT-EVENTS.        01882500
            DISPLAY 'DEPT TALLIES DROPPED     : ' WS-CNT-DEPT-DROP.     01885000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        01890000
            DISPLAY '=================================='.               01900000
               MOVE WS-WORK-ID-X TO MS-STUD-ID                          02790000
               WRITE MAILSUPP-REC                                       02800000
               PERFORM W320-TALLY-DEPT-PARA                             02810000
               PERFORM W330-WRITE-EVENT-PARA                            02815000
               MOVE WS-STUD-DEPT  TO DET-DEPT                           02820000
               MOVE WS-WORK-ID-X  TO DET-STUD-ID                        02830000
               MOVE WS-CNT-CONVERTED TO DET-CONVERTED                   02840000
               ADD 1 TO WS-DT-CNT(WS-FIND-IDX)                          03340000
            END-IF.                                                     03345000
                                                                        03350000
       W330-WRITE-EVENT-PARA.                                           03350620
                                                                        03351240
            IF WS-NOTEVT-AVAIL                                          03351860
               MOVE SPACES           TO NOTEVT-REC                      03352480
               MOVE WS-WORK-ID-X     TO NE-STUD-ID                      03353100
               MOVE 'WD'             TO NE-EVENT-TYPE                   03353720
               MOVE WS-BUSINESS-DATE TO NE-BUS-DATE                     03354340
               MOVE 'WDRCASC'        TO NE-SOURCE-PGM                   03354960
               MOVE WS-PARM-TERM     TO NE-WDR-TERM                     03355580
               MOVE WS-STUD-DEPT     TO NE-WDR-DEPT                     03356200
               MOVE WS-CNT-CONVERTED TO NE-WDR-GRADES                   03356820
               WRITE NOTEVT-REC                                         03357440
               ADD 1 TO WS-CNT-EVENTS                                   03358060
            END-IF.                                                     03358680
                                                                        03359300
       W400-CONVERT-GRADES-PARA.                                        03360000
                                                                        03370000
            MOVE 'N' TO WS-GRD-EOF.                                     03380000
                                                                        03610000
            IF GR-TERM = WS-PARM-TERM                                   03620000
               AND GR-GRADE NOT = 'W '                                  03630000
               AND NOT GR-TRANSFER                                      03635000
               ADD 1 TO WS-CNT-TRANS                                    03640000
               ADD 1 TO WS-CNT-CONVERTED                                03650000
               MOVE SPACES       TO WDRTRN-REC                          03660000
