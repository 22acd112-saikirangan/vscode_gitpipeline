          05 EP-CNT-W           PIC 9(07).                              00200000
          05 EP-CNT-G           PIC 9(07).                              00210000
          05 EP-CNT-OTH         PIC 9(07).                              00220000
          05 EP-BASIS           PIC X(01).                              00226600
          05 FILLER             PIC X(41).                              00233200
       FD ENRSTCUR                                                      00240000
            RECORDING MODE IS F.                                        00250000
       01 ENRSTCUR-REC.                                                 00260000
          05 EC-CNT-W           PIC 9(07).                              00290000
          05 EC-CNT-G           PIC 9(07).                              00300000
          05 EC-CNT-OTH         PIC 9(07).                              00310000
          05 EC-BASIS           PIC X(01).                              00316600
          05 FILLER             PIC X(41).                              00323200
       FD ENRSTRPT                                                      00330000
            RECORDING MODE IS F.                                        00340000
       01 ENRSTRPT-REC PIC X(132).                                      00350000
          05 WS-GR-CNT-G        PIC 9(07) COMP VALUE ZERO.              00570000
          05 WS-GR-CNT-OTH      PIC 9(07) COMP VALUE ZERO.              00580000
          05 WS-GR-PRV-TOT      PIC 9(07) COMP VALUE ZERO.              00590000
       01 WS-PRIVACY-TOTALS.                                            00591200
          05 WS-PR-CNT-A        PIC 9(07) COMP VALUE ZERO.              00592400
          05 WS-PR-CNT-W        PIC 9(07) COMP VALUE ZERO.              00593600
          05 WS-PR-CNT-G        PIC 9(07) COMP VALUE ZERO.              00594800
          05 WS-PR-CNT-OTH      PIC 9(07) COMP VALUE ZERO.              00596000
          05 WS-PR-PRV-TOT      PIC 9(07) COMP VALUE ZERO.              00597200
       01 WS-PRIVACY-TOT     PIC 9(07) COMP VALUE ZERO.                 00598400
       01 WS-DEPT-TOT        PIC 9(07) COMP VALUE ZERO.                 00600000
       01 WS-GRAND-TOT       PIC 9(07) COMP VALUE ZERO.                 00610000
       01 WS-PCT             PIC 9(03)V9 COMP-3 VALUE ZERO.             00620000
       01 WS-CHANGE          PIC S9(07) COMP VALUE ZERO.                00630000
       01 WS-CNT-ROWS        PIC 9(07) COMP VALUE ZERO.                 00640000
       01 WS-CNT-SQLERR      PIC 9(07) COMP VALUE ZERO.                 00650000
       01 WS-CNT-SUPPRESSED  PIC 9(07) COMP VALUE ZERO.                 00655000
       01 WS-CNT-PRV-SKIPPED PIC 9(07) COMP VALUE ZERO.                 00655450
       01 WS-CNT-UNDECL      PIC 9(07) COMP VALUE ZERO.                 00655900
       01 WS-CNT-POSERR      PIC 9(07) COMP VALUE ZERO.                 00656350
       01 WS-DECL-IDX        PIC 9(02) COMP VALUE ZERO.                 00656800
       01 WS-STUD-ID-X       PIC 9(09) VALUE ZERO.                      00657250
       01 WS-PARM-CARD.                                                 00657700
          05 WS-PARM-BASIS      PIC X(01).                              00658150
              88 WS-BASIS-HOME       VALUE SPACE.                       00658600
              88 WS-BASIS-VALID      VALUE SPACE 'P' 'S' 'M' 'A'.       00659050
          05 FILLER             PIC X(79).                              00659500
           COPY SQLCLS.                                                 00660000
           COPY PRIVPARM.                                               00665000
           COPY POSPARM.                                                00667500
                                                                        00670000
       01 WS-HDR1.                                                      00680000
          05 FILLER      PIC X(50) VALUE                                00690000
             'ENROLLMENT STATISTICS BY DEPARTMENT AND STATUS'.          00700000
          05 HDR-BASIS   PIC X(30) VALUE SPACES.                        00706600
          05 FILLER      PIC X(52) VALUE SPACES.                        00713200
                                                                        00720000
       01 WS-HDR2.                                                      00730000
          05 FILLER      PIC X(12) VALUE 'DEPARTMENT'.                  00740000
               88 WS-STUD-ACTIVE          VALUE 'A'.                    01180000
               88 WS-STUD-WITHDRAWN       VALUE 'W'.                    01190000
               88 WS-STUD-GRADUATED       VALUE 'G'.                    01200000
           10 WS-PRIVACY-FLAG          PIC X(01).                       01203300
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       01206600
                                                                        01210000
            EXEC SQL                                                    01220000
               DECLARE STATCUR CURSOR FOR                               01230000
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,                    01240000
                      STUD_ENROLL_STATUS, PRIVACY_FLAG,                 01246600
                      PRIVACY_EFF_DT                                    01253200
                 FROM STUD_STUDENT                                      01260000
                ORDER BY STUD_DEPT                                      01270000
            END-EXEC.                                                   01280000
                                                                        01290000
       PROCEDURE DIVISION.                                              01300000
                                                                        01310000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01310170
            IF NOT WS-BASIS-VALID                                       01310340
               DISPLAY 'INVALID PROGRAM BASIS ON CONTROL CARD: '        01310510
                       WS-PARM-BASIS                                    01310680
               MOVE +8 TO RETURN-CODE                                   01310850
               GOBACK                                                   01311020
            END-IF.                                                     01311190
            EVALUATE WS-PARM-BASIS                                      01311360
            WHEN 'P'                                                    01311530
               MOVE ' - BY DECLARED PRIMARY MAJOR' TO HDR-BASIS         01311700
            WHEN 'S'                                                    01311870
               MOVE ' - BY DECLARED SECOND MAJOR' TO HDR-BASIS          01312040
            WHEN 'M'                                                    01312210
               MOVE ' - BY DECLARED MINOR' TO HDR-BASIS                 01312380
            WHEN 'A'                                                    01312550
               MOVE ' - BY ANY DECLARED PROGRAM' TO HDR-BASIS           01312720
            END-EVALUATE.                                               01312890
            IF NOT WS-BASIS-HOME                                        01313060
               MOVE 'O' TO PL-FUNCTION                                  01313230
               CALL 'POSLKUP' USING POS-LOOKUP-PARM                     01313400
               IF NOT PL-OK                                             01313570
                  DISPLAY 'PROGRAM OF STUDY FILE UNAVAILABLE'           01313740
                  MOVE +16 TO RETURN-CODE                               01313910
                  GOBACK                                                01314080
               END-IF                                                   01314250
               MOVE WS-PARM-BASIS TO PL-SELECT                          01314420
            END-IF.                                                     01314590
            MOVE FUNCTION CURRENT-DATE(1:8) TO PV-AS-OF-DATE.           01315000
            PERFORM H100-LOAD-PRIOR-PARA.                               01320000
                                                                        01330000
            EXEC SQL                                                    01340000
               VARYING WS-DEPT-IDX FROM 1 BY 1                          01630000
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.                       01640000
                                                                        01650000
            PERFORM H450-PRINT-PRIVACY-PARA.                            01655000
            PERFORM H500-PRINT-GRAND-PARA.                              01660000
                                                                        01670000
            CLOSE ENRSTRPT.                                             01680000
            CLOSE ENRSTCUR.                                             01690000
            IF NOT WS-BASIS-HOME                                        01692000
               MOVE 'C' TO PL-FUNCTION                                  01694000
               CALL 'POSLKUP' USING POS-LOOKUP-PARM                     01696000
            END-IF.                                                     01698000
                                                                        01700000
            DISPLAY '===== ENRSTAT CONTROL TOTALS ====='.               01710000
            DISPLAY 'STUD_STUDENT ROWS READ   : ' WS-CNT-ROWS.          01720000
            DISPLAY 'DEPARTMENTS REPORTED     : ' WS-DEPT-COUNT.        01730000
            DISPLAY 'PRIVACY BLOCKED - SUPPRESSED: ' WS-CNT-SUPPRESSED. 01735000
            IF NOT WS-BASIS-HOME                                        01735550
               DISPLAY 'PROGRAM BASIS            : ' WS-PARM-BASIS      01736100
               DISPLAY 'NO DECLARED PROGRAM      : ' WS-CNT-UNDECL      01736650
               DISPLAY 'PROGRAM LOOKUP ERRORS    : ' WS-CNT-POSERR      01737200
            END-IF.                                                     01737750
            IF WS-CNT-PRV-SKIPPED > ZERO                                01738300
               DISPLAY 'PRIOR ROWS ON OTHER BASIS: ' WS-CNT-PRV-SKIPPED 01738850
            END-IF.                                                     01739400
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        01740000
            DISPLAY '=================================='.               01750000
                                                                        01760000
            IF WS-CNT-SQLERR > ZERO OR WS-CNT-POSERR > ZERO             01770000
               MOVE +16 TO RETURN-CODE                                  01780000
            ELSE                                                        01790000
               MOVE ZERO TO RETURN-CODE                                 01800000
            READ ENRSTPRV                                               01980000
              AT END MOVE 'Y' TO WS-EOF                                 01990000
              NOT AT END                                                02000000
                 IF EP-BASIS = LOW-VALUE                                02000400
                    MOVE SPACE TO EP-BASIS                              02000800
                 END-IF                                                 02001200
                 IF EP-BASIS NOT = WS-PARM-BASIS                        02001600
                    ADD 1 TO WS-CNT-PRV-SKIPPED                         02003200
                 ELSE                                                   02004800
                    EVALUATE EP-DEPT                                    02006600
                    WHEN '*TOTAL*'                                      02013200
                       COMPUTE WS-GR-PRV-TOT = EP-CNT-A + EP-CNT-W      02020000
                             + EP-CNT-G + EP-CNT-OTH                    02030000
                    WHEN '*PRIVACY*'                                    02033000
                       COMPUTE WS-PR-PRV-TOT = EP-CNT-A + EP-CNT-W      02036000
                             + EP-CNT-G + EP-CNT-OTH                    02038000
                    WHEN OTHER                                          02044000
                       MOVE EP-DEPT TO WS-STUD-DEPT                     02050000
                       PERFORM H300-FIND-DEPT-PARA                      02060000
                       COMPUTE WS-DT-PRV-TOT(WS-FIND-IDX) =             02070000
                               EP-CNT-A + EP-CNT-W                      02080000
                             + EP-CNT-G + EP-CNT-OTH                    02090000
                    END-EVALUATE                                        02100000
                 END-IF                                                 02105000
            END-READ.                                                   02110000
                                                                        02120000
       H200-FETCH-TALLY-PARA.                                           02130000
            EXEC SQL                                                    02150000
                 FETCH STATCUR                                          02160000
                   INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,      02170000
                        :WS-STUD-STATUS, :WS-PRIVACY-FLAG,              02176600
                        :WS-PRIVACY-EFF-DATE                            02183200
            END-EXEC.                                                   02190000
                                                                        02200000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                02210000
                 MOVE 'Y' TO WS-EOF                                     02240000
            WHEN SQL-SUCCESS                                            02250000
                 ADD 1 TO WS-CNT-ROWS                                   02260000
                 MOVE WS-PRIVACY-FLAG     TO PV-PRIVACY-FLAG            02276000
                 MOVE WS-PRIVACY-EFF-DATE TO PV-PRIVACY-EFF-DATE        02292000
                 CALL 'PRIVCHK' USING PRIV-CHECK-PARM                   02308000
                 IF PV-SUPPRESS                                         02324000
                    ADD 1 TO WS-CNT-SUPPRESSED                          02340000
                    PERFORM H220-TALLY-PRIVACY-PARA                     02356000
                 ELSE                                                   02372000
                    IF WS-BASIS-HOME                                    02377300
                       PERFORM H210-TALLY-DEPT-PARA                     02382600
                       PERFORM H240-TALLY-GRAND-PARA                    02385200
                    ELSE                                                02387900
                       PERFORM H230-TALLY-PROGRAM-PARA                  02393200
                    END-IF                                              02398500
                 END-IF                                                 02404000
            WHEN OTHER                                                  02420000
                 DISPLAY 'STATCUR FETCH ERROR SQLCODE: ' SQLCODE        02430000
                 ADD 1 TO WS-CNT-SQLERR                                 02440000
                 MOVE 'Y' TO WS-EOF                                     02450000
            END-EVALUATE.                                               02460000
                                                                        02470000
       H210-TALLY-DEPT-PARA.                                            02470270
                                                                        02470540
            PERFORM H300-FIND-DEPT-PARA.                                02470810
            EVALUATE TRUE                                               02471080
            WHEN WS-STUD-ACTIVE                                         02471350
                 ADD 1 TO WS-DT-CNT-A(WS-FIND-IDX)                      02471620
            WHEN WS-STUD-WITHDRAWN                                      02472160
                 ADD 1 TO WS-DT-CNT-W(WS-FIND-IDX)                      02472430
            WHEN WS-STUD-GRADUATED                                      02472970
                 ADD 1 TO WS-DT-CNT-G(WS-FIND-IDX)                      02473240
            WHEN OTHER                                                  02473780
                 ADD 1 TO WS-DT-CNT-OTH(WS-FIND-IDX)                    02474050
            END-EVALUATE.                                               02474590
                                                                        02474860
       H220-TALLY-PRIVACY-PARA.                                         02475130
                                                                        02475400
            EVALUATE TRUE                                               02475670
            WHEN WS-STUD-ACTIVE                                         02475940
                 ADD 1 TO WS-PR-CNT-A                                   02476210
                 ADD 1 TO WS-GR-CNT-A                                   02476480
            WHEN WS-STUD-WITHDRAWN                                      02476750
                 ADD 1 TO WS-PR-CNT-W                                   02477020
                 ADD 1 TO WS-GR-CNT-W                                   02477290
            WHEN WS-STUD-GRADUATED                                      02477560
                 ADD 1 TO WS-PR-CNT-G                                   02477830
                 ADD 1 TO WS-GR-CNT-G                                   02478100
            WHEN OTHER                                                  02478370
                 ADD 1 TO WS-PR-CNT-OTH                                 02478640
                 ADD 1 TO WS-GR-CNT-OTH                                 02478910
            END-EVALUATE.                                               02479180
                                                                        02479450
       H230-TALLY-PROGRAM-PARA.                                         02479472
                                                                        02479494
            MOVE WS-STUD-ID   TO WS-STUD-ID-X.                          02479516
            MOVE WS-STUD-ID-X TO PL-STUD-ID.                            02479538
            MOVE 'L' TO PL-FUNCTION.                                    02479560
            CALL 'POSLKUP' USING POS-LOOKUP-PARM.                       02479582
            IF NOT PL-OK                                                02479604
               ADD 1 TO WS-CNT-POSERR                                   02479626
            END-IF.                                                     02479648
            IF PL-COUNT = ZERO                                          02479670
               ADD 1 TO WS-CNT-UNDECL                                   02479692
               MOVE '*UNDECL*' TO WS-STUD-DEPT                          02479714
               PERFORM H210-TALLY-DEPT-PARA                             02479736
            ELSE                                                        02479758
               PERFORM H235-TALLY-DECL-PARA                             02479780
                  VARYING WS-DECL-IDX FROM 1 BY 1                       02479802
                  UNTIL WS-DECL-IDX > PL-COUNT                          02479824
            END-IF.                                                     02479846
            PERFORM H240-TALLY-GRAND-PARA.                              02479857
                                                                        02479868
       H235-TALLY-DECL-PARA.                                            02479890
                                                                        02479912
            MOVE PL-DEPT(WS-DECL-IDX) TO WS-STUD-DEPT.                  02479934
            PERFORM H210-TALLY-DEPT-PARA.                               02479956
                                                                        02479978
       H240-TALLY-GRAND-PARA.                                           02479979
                                                                        02479980
            EVALUATE TRUE                                               02479981
            WHEN WS-STUD-ACTIVE                                         02479982
                 ADD 1 TO WS-GR-CNT-A                                   02479983
            WHEN WS-STUD-WITHDRAWN                                      02479984
                 ADD 1 TO WS-GR-CNT-W                                   02479985
            WHEN WS-STUD-GRADUATED                                      02479986
                 ADD 1 TO WS-GR-CNT-G                                   02479987
            WHEN OTHER                                                  02479988
                 ADD 1 TO WS-GR-CNT-OTH                                 02479989
            END-EVALUATE.                                               02479990
                                                                        02479991
       H300-FIND-DEPT-PARA.                                             02480000
                                                                        02490000
            MOVE 'N' TO WS-FOUND-FLAG.                                  02500000
            MOVE WS-DT-CNT-W(WS-DEPT-IDX)   TO EC-CNT-W.                03060000
            MOVE WS-DT-CNT-G(WS-DEPT-IDX)   TO EC-CNT-G.                03070000
            MOVE WS-DT-CNT-OTH(WS-DEPT-IDX) TO EC-CNT-OTH.              03080000
            MOVE WS-PARM-BASIS              TO EC-BASIS.                03085000
            WRITE ENRSTCUR-REC.                                         03090000
                                                                        03100000
       H450-PRINT-PRIVACY-PARA.                                         03100310
                                                                        03100620
            COMPUTE WS-PRIVACY-TOT = WS-PR-CNT-A + WS-PR-CNT-W          03100930
                  + WS-PR-CNT-G + WS-PR-CNT-OTH.                        03101240
            IF WS-PRIVACY-TOT > ZERO OR WS-PR-PRV-TOT > ZERO            03101550
               IF WS-GRAND-TOT > ZERO                                   03101860
                  COMPUTE WS-PCT ROUNDED =                              03102170
                          WS-PRIVACY-TOT * 100 / WS-GRAND-TOT           03102480
               ELSE                                                     03102790
                  MOVE ZERO TO WS-PCT                                   03103100
               END-IF                                                   03103410
               COMPUTE WS-CHANGE = WS-PRIVACY-TOT - WS-PR-PRV-TOT       03103720
               MOVE '*PRIVACY*'    TO DET-DEPT                          03104030
               MOVE WS-PR-CNT-A    TO DET-CNT-A                         03104340
               MOVE WS-PR-CNT-W    TO DET-CNT-W                         03104650
               MOVE WS-PR-CNT-G    TO DET-CNT-G                         03104960
               MOVE WS-PR-CNT-OTH  TO DET-CNT-OTH                       03105270
               MOVE WS-PRIVACY-TOT TO DET-TOTAL                         03105580
               MOVE WS-PCT         TO DET-PCT                           03105890
               MOVE WS-PR-PRV-TOT  TO DET-PRIOR                         03106200
               MOVE WS-CHANGE      TO DET-CHANGE                        03106510
               WRITE ENRSTRPT-REC FROM WS-DETAIL-LINE                   03106820
                  AFTER ADVANCING 2 LINES                               03107130
               MOVE '*PRIVACY*'    TO EC-DEPT                           03107440
               MOVE WS-PR-CNT-A    TO EC-CNT-A                          03107750
               MOVE WS-PR-CNT-W    TO EC-CNT-W                          03108060
               MOVE WS-PR-CNT-G    TO EC-CNT-G                          03108370
               MOVE WS-PR-CNT-OTH  TO EC-CNT-OTH                        03108680
               MOVE WS-PARM-BASIS  TO EC-BASIS                          03108830
               WRITE ENRSTCUR-REC                                       03108990
            END-IF.                                                     03109300
                                                                        03109610
       H500-PRINT-GRAND-PARA.                                           03110000
                                                                        03120000
            MOVE '*TOTAL*'     TO DET-DEPT.                             03130000
            MOVE WS-GR-CNT-W   TO EC-CNT-W.                             03330000
            MOVE WS-GR-CNT-G   TO EC-CNT-G.                             03340000
            MOVE WS-GR-CNT-OTH TO EC-CNT-OTH.                           03350000
            MOVE WS-PARM-BASIS TO EC-BASIS.                             03355000
            WRITE ENRSTCUR-REC.                                         03360000
