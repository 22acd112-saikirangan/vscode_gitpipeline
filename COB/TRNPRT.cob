                ORGANIZATION IS SEQUENTIAL.                             00011000
                SELECT TRNBILL ASSIGN TO TRNBILL                        00012000
                ORGANIZATION IS SEQUENTIAL.                             00013000
                SELECT TRNXCHG ASSIGN TO TRNXCHG                        00013330
                ORGANIZATION IS SEQUENTIAL                              00013660
                FILE STATUS IS WS-TRNXCHG-STATUS.                       00013830
                SELECT TRNSERL ASSIGN TO TRNSERL                        00014000
                ORGANIZATION IS SEQUENTIAL                              00015000
                FILE STATUS IS WS-TRNSERL-STATUS.                       00016000
                SELECT STANDING ASSIGN TO STANDING                      00041000
                ORGANIZATION IS SEQUENTIAL                              00042000
                FILE STATUS IS WS-STANDING-STATUS.                      00043000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00043140
                ORGANIZATION IS SEQUENTIAL                              00043280
                FILE STATUS IS WS-CYCDATE-STATUS.                       00043420
                SELECT NOTEVT ASSIGN TO NOTEVT                          00043560
                ORGANIZATION IS SEQUENTIAL                              00043700
                FILE STATUS IS WS-NOTEVT-STATUS.                        00043840
       DATA DIVISION.                                                   00044000
       FILE SECTION.                                                    00045000
       FD TRANSCPT                                                      00046000
              88 RQ-TYPE-EXPEDITED   VALUE 'E'.                         00064000
          05 RQ-REQ-DATE        PIC X(08).                              00065000
          05 RQ-REQUESTER       PIC X(20).                              00066000
          05 RQ-DELIVERY        PIC X(01).                              00066400
              88 RQ-DELIVER-PAPER    VALUES ' ' 'P'.                    00066800
              88 RQ-DELIVER-ELECTRONIC VALUE 'E'.                       00067200
          05 FILLER             PIC X(41).                              00067600
       FD TRNPRINT                                                      00068000
            RECORDING MODE IS F.                                        00069000
       01 TRNPRINT-REC PIC X(132).                                      00070000
       FD TRNBILL                                                       00071000
            RECORDING MODE IS F.                                        00072000
           COPY TRNBILL.                                                00073000
       FD TRNXCHG                                                       00073250
            RECORDING MODE IS F.                                        00073500
           COPY TRNXCHG.                                                00073750
       FD TRNSERL                                                       00074000
            RECORDING MODE IS F.                                        00075000
       01 TRNSERL-REC.                                                  00076000
       FD STANDING                                                      00097000
            RECORDING MODE IS F.                                        00098000
           COPY STANDING.                                               00099000
       FD CYCDATE                                                       00099140
            RECORDING MODE IS F.                                        00099280
           COPY CYCDATE.                                                00099420
       FD NOTEVT                                                        00099560
            RECORDING MODE IS F.                                        00099700
           COPY NOTEVT.                                                 00099840
       WORKING-STORAGE SECTION.                                         00100000
       01 WS-EOF             PIC A     VALUE SPACE.                     00101000
       01 WS-REQ-EOF         PIC A     VALUE SPACE.                     00102000
             10 WS-REQ-TYPE     PIC X(01).                              00109000
             10 WS-REQ-DATE     PIC X(08).                              00110000
             10 WS-REQ-RQSTR    PIC X(20).                              00111000
             10 WS-REQ-DELIV    PIC X(01).                              00111330
             10 WS-REQ-SERIAL   PIC 9(07).                              00111660
       77 WS-REQ-MAX         PIC 9(03) COMP VALUE 500.                  00112000
       01 WS-REQ-COUNT       PIC 9(03) COMP VALUE ZERO.                 00113000
       01 WS-REQ-IDX         PIC 9(03) COMP VALUE ZERO.                 00114000
       01 WS-WANTED-FLAG     PIC X(01) VALUE 'N'.                       00115000
           88 WS-STUDENT-WANTED     VALUE 'Y'.                          00116000
       01 WS-PAPER-FLAG      PIC X(01) VALUE 'N'.                       00116160
           88 WS-PAPER-WANTED       VALUE 'Y'.                          00116320
       01 WS-ELEC-FLAG       PIC X(01) VALUE 'N'.                       00116480
           88 WS-ELEC-WANTED        VALUE 'Y'.                          00116640
       01 WS-XCH-NAME        PIC X(30) VALUE SPACES.                    00116800
       01 WS-TRNXCHG-STATUS  PIC X(02) VALUE SPACES.                    00116850
       01 WS-TRNXCHG-FLAG    PIC X(01) VALUE 'N'.                       00116900
           88 WS-TRNXCHG-AVAIL      VALUE 'Y'.                          00116950
       01 WS-PREV-STUD-ID    PIC 9(09) VALUE ZERO.                      00117000
       01 WS-PAGE-OPEN-FLAG  PIC X(01) VALUE 'N'.                       00118000
           88 WS-PAGE-IS-OPEN       VALUE 'Y'.                          00119000
       01 WS-ISSUE-DATE      PIC X(08).                                 00120000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00120160
       01 WS-NOTEVT-STATUS   PIC X(02) VALUE SPACES.                    00120320
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00120480
       01 WS-NOTEVT-FLAG     PIC X(01) VALUE 'N'.                       00120640
           88 WS-NOTEVT-AVAIL       VALUE 'Y'.                          00120800
       01 WS-TOT-CREDITS     PIC 9(04) COMP VALUE ZERO.                 00121000
       01 WS-FEE-AMOUNT      PIC 9(05)V99 VALUE ZERO.                   00122000
       77 WS-FEE-OFFICIAL    PIC 9(05)V99 VALUE 10.00.                  00123000
       01 WS-STAND-EOF       PIC X(01) VALUE 'N'.                       00169000
       01 WS-STAND-CUM-GPA   PIC 9V99 VALUE ZERO.                       00170000
       01 WS-STAND-CODE      PIC X(02) VALUE SPACES.                    00171000
       01 WS-STAND-TERM      PIC X(05) VALUE SPACES.                    00171062
       01 WS-STAND-TERM-GPA  PIC 9V99 VALUE ZERO.                       00171124
       01 WS-STAND-CUM-CRED  PIC 9(04) VALUE ZERO.                      00171186
       01 WS-XFER-CREDITS    PIC 9(04) COMP VALUE ZERO.                 00171250
       01 WS-XFER-FLAG       PIC X(01) VALUE 'N'.                       00171500
           88 WS-XFER-PRINTED       VALUE 'Y'.                          00171750
                                                                        00172000
       01 WS-TERM-HDR-LINE.                                             00173000
          05 FILLER      PIC X(06) VALUE 'TERM: '.                      00174000
          05 THD-TERM    PIC X(05).                                     00175000
          05 FILLER      PIC X(121) VALUE SPACES.                       00176000
                                                                        00177000
       01 WS-XFER-HDR-LINE.                                             00177100
          05 FILLER      PIC X(15) VALUE 'TRANSFER CREDIT'.             00177200
          05 FILLER      PIC X(117) VALUE SPACES.                       00177300
                                                                        00177400
       01 WS-XFER-TOT-LINE.                                             00177500
          05 FILLER      PIC X(20) VALUE '  TRANSFER CREDITS: '.        00177600
          05 XTL-CREDITS PIC ZZZ9.                                      00177700
          05 FILLER      PIC X(108) VALUE SPACES.                       00177800
                                                                        00177900
       01 WS-TERM-GPA-LINE.                                             00178000
          05 FILLER      PIC X(12) VALUE '  TERM GPA: '.                00179000
          05 TGP-GPA     PIC 9.99.                                      00180000
           05 WS-CNT-BILLED     PIC 9(07) COMP VALUE ZERO.              00238000
           05 WS-CNT-SERIALS    PIC 9(07) COMP VALUE ZERO.              00239000
           05 WS-CNT-HELD       PIC 9(07) COMP VALUE ZERO.              00240000
           05 WS-CNT-EVENTS     PIC 9(07) COMP VALUE ZERO.              00240500
           05 WS-CNT-XCH-SETS   PIC 9(07) COMP VALUE ZERO.              00240660
           05 WS-CNT-XCH-RECS   PIC 9(07) COMP VALUE ZERO.              00240820
           05 WS-CNT-XCH-UNSENT PIC 9(07) COMP VALUE ZERO.              00240910
       01 WS-AMT-BILLED      PIC 9(07)V99 COMP-3 VALUE ZERO.            00241000
                                                                        00242000
       01 WS-HDR1.                                                      00243000
            OPEN INPUT TRANSCPT.                                        00300000
            OPEN OUTPUT TRNPRINT.                                       00301000
            OPEN OUTPUT TRNBILL.                                        00302000
            OPEN OUTPUT TRNXCHG.                                        00302500
            OPEN EXTEND TRNRLOG.                                        00303000
            PERFORM M040-READ-CYCDATE-PARA.                             00303110
            IF WS-TRNXCHG-STATUS = '00'                                 00303119
               MOVE 'Y' TO WS-TRNXCHG-FLAG                              00303128
               MOVE SPACES           TO TRNXCHG-REC                     00303137
               MOVE 'H'              TO XC-REC-TYPE                     00303146
               MOVE 'SIS'            TO XC-HDR-SYSTEM                   00303155
               MOVE WS-BUSINESS-DATE TO XC-HDR-DATE                     00303164
               WRITE TRNXCHG-REC                                        00303173
            ELSE                                                        00303182
               DISPLAY 'NO EXCHANGE FILE - ELECTRONIC TRANSCRIPTS NOT ' 00303191
                       'SENT, STATUS: ' WS-TRNXCHG-STATUS               00303200
            END-IF.                                                     00303209
            OPEN EXTEND NOTEVT.                                         00303220
            IF WS-NOTEVT-STATUS = '00'                                  00303330
               MOVE 'Y' TO WS-NOTEVT-FLAG                               00303440
            ELSE                                                        00303550
               DISPLAY 'NO NOTIFICATION EVENT FILE - EVENTS NOT '       00303660
                       'WRITTEN, STATUS: ' WS-NOTEVT-STATUS             00303770
            END-IF.                                                     00303880
            OPEN INPUT HOLDMST.                                         00304000
            IF WS-HOLDMST-STATUS NOT = '00'                             00305000
               DISPLAY 'HOLDMST OPEN FAILED - STATUS: '                 00306000
                                                                        00339000
            CLOSE TRANSCPT.                                             00340000
            CLOSE TRNPRINT.                                             00341000
            IF WS-TRNXCHG-AVAIL                                         00341120
               MOVE SPACES           TO TRNXCHG-REC                     00341240
               MOVE 'T'              TO XC-REC-TYPE                     00341360
               MOVE WS-CNT-XCH-SETS  TO XC-TRL-SETS                     00341480
               MOVE WS-CNT-XCH-RECS  TO XC-TRL-RECORDS                  00341600
               WRITE TRNXCHG-REC                                        00341720
            END-IF.                                                     00341840
            CLOSE TRNBILL.                                              00342000
            IF WS-TRNXCHG-AVAIL                                         00342250
               CLOSE TRNXCHG                                            00342500
            END-IF.                                                     00342750
            CLOSE TRNRLOG.                                              00343000
            IF WS-NOTEVT-AVAIL                                          00343250
               CLOSE NOTEVT                                             00343500
            END-IF.                                                     00343750
            CLOSE HOLDMST.                                              00344000
            CLOSE HLDHRPT.                                              00345000
            IF WS-ADDRMST-AVAIL                                         00346000
            DISPLAY 'AMOUNT BILLED            : ' WS-AMT-BILLED.        00360000
            DISPLAY 'OFFICIAL SERIALS ISSUED  : ' WS-CNT-SERIALS.       00361000
            DISPLAY 'STUDENTS HELD            : ' WS-CNT-HELD.          00362000
            DISPLAY 'NOTIFICATION EVENTS      : ' WS-CNT-EVENTS.        00362500
            DISPLAY 'ELECTRONIC SETS SENT     : ' WS-CNT-XCH-SETS.      00362660
            DISPLAY 'EXCHANGE RECORDS WRITTEN : ' WS-CNT-XCH-RECS.      00362820
            DISPLAY 'ELECTRONIC NOT SENT      : ' WS-CNT-XCH-UNSENT.    00362910
            DISPLAY '================================='.                00363000
                                                                        00364000
            IF WS-CNT-XCH-UNSENT > ZERO                                 00364330
               MOVE +4 TO RETURN-CODE                                   00364660
            ELSE                                                        00364990
               MOVE ZERO TO RETURN-CODE                                 00365320
            END-IF.                                                     00365650
                                                                        00366000
            GOBACK.                                                     00367000
                                                                        00368000
       M040-READ-CYCDATE-PARA.                                          00368052
                                                                        00368104
            OPEN INPUT CYCDATE.                                         00368156
            IF WS-CYCDATE-STATUS NOT = '00'                             00368208
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      00368260
               MOVE FUNCTION CURRENT-DATE(1:8)                          00368312
                 TO WS-BUSINESS-DATE                                    00368364
            ELSE                                                        00368416
               READ CYCDATE                                             00368468
                 AT END                                                 00368520
                    MOVE FUNCTION CURRENT-DATE(1:8)                     00368572
                      TO WS-BUSINESS-DATE                               00368624
                 NOT AT END                                             00368676
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           00368728
               END-READ                                                 00368780
               CLOSE CYCDATE                                            00368832
            END-IF.                                                     00368884
                                                                        00368936
       M050-READ-SERIAL-PARA.                                           00369000
                                                                        00370000
            OPEN INPUT TRNSERL.                                         00371000
                         TO WS-REQ-DATE(WS-REQ-COUNT)                   00422000
                       MOVE RQ-REQUESTER                                00423000
                         TO WS-REQ-RQSTR(WS-REQ-COUNT)                  00424000
                       MOVE RQ-DELIVERY                                 00424200
                         TO WS-REQ-DELIV(WS-REQ-COUNT)                  00424400
                       MOVE ZERO                                        00424600
                         TO WS-REQ-SERIAL(WS-REQ-COUNT)                 00424800
                    ELSE                                                00425000
                       DISPLAY 'WARNING - REQUEST TABLE FULL, '         00426000
                               'ID IGNORED: ' RQ-STUD-ID                00427000
                       END-IF                                           00449000
                    END-IF                                              00450000
                    IF WS-STUDENT-WANTED                                00451000
                       PERFORM M380-DELIVERY-MODE-PARA                  00451500
                       PERFORM M400-STUDENT-HEADER-PARA                 00452000
                    END-IF                                              00453000
                 END-IF                                                 00454000
               END-PERFORM                                              00471000
            END-IF.                                                     00472000
                                                                        00473000
       M380-DELIVERY-MODE-PARA.                                         00473052
                                                                        00473104
            MOVE 'N' TO WS-PAPER-FLAG.                                  00473156
            MOVE 'N' TO WS-ELEC-FLAG.                                   00473208
            IF WS-PRINT-ALL                                             00473260
               MOVE 'Y' TO WS-PAPER-FLAG                                00473312
            ELSE                                                        00473364
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1                   00473416
                  UNTIL WS-REQ-IDX > WS-REQ-COUNT                       00473468
                  IF WS-REQ-ID(WS-REQ-IDX) = TX-STUD-ID                 00473520
                     IF WS-REQ-DELIV(WS-REQ-IDX) = 'E'                  00473572
                        MOVE 'Y' TO WS-ELEC-FLAG                        00473624
                     ELSE                                               00473676
                        MOVE 'Y' TO WS-PAPER-FLAG                       00473728
                     END-IF                                             00473780
                  END-IF                                                00473832
               END-PERFORM                                              00473884
            END-IF.                                                     00473936
                                                                        00473968
       M350-CHECK-HOLDS-PARA.                                           00474000
                                                                        00475000
            MOVE 'N' TO WS-HOLD-FLAG.                                   00476000
                                                                        00515000
       M400-STUDENT-HEADER-PARA.                                        00516000
                                                                        00517000
            MOVE ZERO TO WS-TOT-CREDITS.                                00519000
            MOVE ZERO TO WS-CRSL-COUNT.                                 00520000
            MOVE TX-STUD-NAME TO WS-XCH-NAME.                           00520071
            IF WS-PAPER-WANTED                                          00520142
               ADD 1 TO WS-CNT-PRINTED                                  00520213
               PERFORM M405-PRINT-HEADER-PARA                           00520284
            END-IF.                                                     00520355
            MOVE 'Y' TO WS-PAGE-OPEN-FLAG.                              00520426
            IF NOT WS-PRINT-ALL                                         00520497
               PERFORM M600-BILL-REQUEST-PARA                           00520568
                  VARYING WS-BILL-IDX FROM 1 BY 1                       00520639
                  UNTIL WS-BILL-IDX > WS-REQ-COUNT                      00520710
            END-IF.                                                     00520781
                                                                        00520852
       M405-PRINT-HEADER-PARA.                                          00520923
                                                                        00520961
            WRITE TRNPRINT-REC FROM WS-HDR1                             00521000
               AFTER ADVANCING PAGE.                                    00522000
            MOVE TX-STUD-ID   TO SL-STUD-ID.                            00523000
            END-IF.                                                     00554000
            WRITE TRNPRINT-REC FROM WS-COL-HDR                          00555000
               AFTER ADVANCING 2 LINES.                                 00556000
                                                                        00563000
       M370-ADDRESS-LOOKUP-PARA.                                        00564000
                                                                        00565000
       M450-COURSE-LINE-PARA.                                           00602000
                                                                        00603000
            IF TX-COURSE-TITLE = SPACES AND TX-GRADE = SPACES           00604000
               IF WS-PAPER-WANTED                                       00604770
                  MOVE '** NO GRADES ON FILE **'                        00605540
                    TO DET-TITLE                                        00606310
                  MOVE ZERO TO DET-CREDITS                              00607080
                  MOVE SPACES TO DET-GRADE                              00607850
                  WRITE TRNPRINT-REC FROM WS-DETAIL-LINE                00608620
                     AFTER ADVANCING 1 LINE                             00609390
               END-IF                                                   00610160
            ELSE                                                        00611000
               ADD TX-CREDITS TO WS-TOT-CREDITS                         00612000
               PERFORM M455-STORE-LINE-PARA                             00613000
            ELSE                                                        00630000
               DISPLAY 'WARNING - COURSE LINE TABLE FULL FOR '          00631000
                       'STUDENT: ' TX-STUD-ID                           00632000
               IF WS-PAPER-WANTED                                       00632750
                  MOVE TX-COURSE-TITLE TO DET-TITLE                     00633500
                  MOVE TX-CREDITS      TO DET-CREDITS                   00634250
                  MOVE TX-GRADE        TO DET-GRADE                     00635000
                  WRITE TRNPRINT-REC FROM WS-DETAIL-LINE                00635750
                     AFTER ADVANCING 1 LINE                             00636500
               END-IF                                                   00637250
            END-IF.                                                     00638000
                                                                        00639000
       M457-TERM-SEQ-PARA.                                              00640000
                                                                        00653000
       M500-SIGNATURE-BLOCK-PARA.                                       00654000
                                                                        00655000
            PERFORM M550-STANDING-LOOKUP-PARA.                          00655058
            IF WS-ELEC-WANTED AND WS-TRNXCHG-AVAIL                      00655116
               PERFORM M800-EXCHANGE-SET-PARA                           00655174
                  VARYING WS-BILL-IDX FROM 1 BY 1                       00655232
                  UNTIL WS-BILL-IDX > WS-REQ-COUNT                      00655290
            END-IF.                                                     00655348
            IF WS-PAPER-WANTED                                          00655406
               IF WS-ELEC-WANTED                                        00655464
                  PERFORM M805-RESET-LINES-PARA                         00655522
               END-IF                                                   00655580
               PERFORM M510-PRINT-CLOSE-PARA                            00655638
            END-IF.                                                     00655696
            MOVE 'N' TO WS-PAGE-OPEN-FLAG.                              00655754
                                                                        00655812
       M510-PRINT-CLOSE-PARA.                                           00655870
                                                                        00655928
            PERFORM M460-PRINT-TERMS-PARA.                              00656000
                                                                        00657000
            MOVE WS-TOT-CREDITS TO TOT-CREDITS.                         00658000
            WRITE TRNPRINT-REC FROM WS-TOT-LINE                         00659000
               AFTER ADVANCING 2 LINES.                                 00660000
            IF WS-STAND-IS-FOUND                                        00662000
               MOVE WS-STAND-CUM-GPA TO CGP-GPA                         00663000
               EVALUATE WS-STAND-CODE                                   00664000
               AFTER ADVANCING 3 LINES.                                 00679000
            WRITE TRNPRINT-REC FROM WS-SIG-LINE2                        00680000
               AFTER ADVANCING 2 LINES.                                 00681000
                                                                        00683000
       M460-PRINT-TERMS-PARA.                                           00684000
                                                                        00685000
            PERFORM M465-PRINT-TRANSFER-PARA.                           00685500
            PERFORM M461-PICK-TERM-PARA.                                00686000
            PERFORM M462-PRINT-ONE-TERM-PARA                            00687000
               UNTIL NOT WS-PICK-FOUND.                                 00688000
                 MOVE 'N' TO WS-GRADED-FLAG                             00776000
            END-EVALUATE.                                               00777000
                                                                        00778000
       M465-PRINT-TRANSFER-PARA.                                        00778031
                                                                        00778062
            MOVE ZERO TO WS-XFER-CREDITS.                               00778093
            MOVE 'N' TO WS-XFER-FLAG.                                   00778124
            PERFORM M466-TRANSFER-DETAIL-PARA                           00778155
               VARYING WS-CRSL-IDX FROM 1 BY 1                          00778186
               UNTIL WS-CRSL-IDX > WS-CRSL-COUNT.                       00778217
            IF WS-XFER-PRINTED                                          00778248
               MOVE WS-XFER-CREDITS TO XTL-CREDITS                      00778279
               WRITE TRNPRINT-REC FROM WS-XFER-TOT-LINE                 00778310
                  AFTER ADVANCING 1 LINE                                00778341
            END-IF.                                                     00778372
                                                                        00778403
       M466-TRANSFER-DETAIL-PARA.                                       00778434
                                                                        00778465
            IF WS-CRSL-DONE(WS-CRSL-IDX) = 'N'                          00778496
               AND WS-CRSL-GRADE(WS-CRSL-IDX) = 'TR'                    00778527
               IF NOT WS-XFER-PRINTED                                   00778558
                  MOVE 'Y' TO WS-XFER-FLAG                              00778589
                  WRITE TRNPRINT-REC FROM WS-XFER-HDR-LINE              00778620
                     AFTER ADVANCING 2 LINES                            00778651
               END-IF                                                   00778682
               MOVE 'Y' TO WS-CRSL-DONE(WS-CRSL-IDX)                    00778713
               MOVE WS-CRSL-TITLE(WS-CRSL-IDX)   TO DET-TITLE           00778744
               MOVE WS-CRSL-CREDITS(WS-CRSL-IDX) TO DET-CREDITS         00778775
               MOVE WS-CRSL-GRADE(WS-CRSL-IDX)   TO DET-GRADE           00778806
               WRITE TRNPRINT-REC FROM WS-DETAIL-LINE                   00778837
                  AFTER ADVANCING 1 LINE                                00778868
               ADD WS-CRSL-CREDITS(WS-CRSL-IDX) TO WS-XFER-CREDITS      00778899
            END-IF.                                                     00778930
                                                                        00778961
       M550-STANDING-LOOKUP-PARA.                                       00779000
                                                                        00780000
            MOVE 'N' TO WS-STAND-FOUND.                                 00781000
                    MOVE 'Y' TO WS-STAND-FOUND                          00799000
                    MOVE ST-CUM-GPA  TO WS-STAND-CUM-GPA                00800000
                    MOVE ST-STANDING TO WS-STAND-CODE                   00801000
                    MOVE ST-TERM     TO WS-STAND-TERM                   00801250
                    MOVE ST-TERM-GPA TO WS-STAND-TERM-GPA               00801500
                    MOVE ST-CUM-CREDITS TO WS-STAND-CUM-CRED            00801750
                 END-IF                                                 00802000
            END-READ.                                                   00803000
                                                                        00804000
       M600-BILL-REQUEST-PARA.                                          00805000
                                                                        00806000
            IF WS-REQ-ID(WS-BILL-IDX) = TX-STUD-ID                      00807000
               IF WS-REQ-DELIV(WS-BILL-IDX) = 'E'                       00809100
                  AND NOT WS-TRNXCHG-AVAIL                              00811200
                  ADD 1 TO WS-CNT-XCH-UNSENT                            00813300
                  DISPLAY 'NO EXCHANGE FILE - NOT SENT OR BILLED: '     00815400
                          WS-REQ-ID(WS-BILL-IDX) ' '                    00817500
                          WS-REQ-RQSTR(WS-BILL-IDX)                     00819600
               ELSE                                                     00821700
                  PERFORM M610-BILL-CHARGE-PARA                         00823800
               END-IF                                                   00826000
            END-IF.                                                     00827000
                                                                        00827040
       M610-BILL-CHARGE-PARA.                                           00827080
                                                                        00827120
            EVALUATE WS-REQ-TYPE(WS-BILL-IDX)                           00827160
            WHEN 'O'                                                    00827200
                 MOVE WS-FEE-OFFICIAL  TO WS-FEE-AMOUNT                 00827240
            WHEN 'E'                                                    00827280
                 MOVE WS-FEE-EXPEDITED TO WS-FEE-AMOUNT                 00827320
            WHEN OTHER                                                  00827360
                 MOVE WS-FEE-STUDENT   TO WS-FEE-AMOUNT                 00827400
            END-EVALUATE                                                00827440
            MOVE WS-REQ-ID(WS-BILL-IDX)   TO BL-STUD-ID                 00827480
            MOVE WS-REQ-TYPE(WS-BILL-IDX) TO BL-REQ-TYPE                00827520
            MOVE WS-REQ-DATE(WS-BILL-IDX) TO BL-REQ-DATE                00827560
            MOVE WS-FEE-AMOUNT            TO BL-AMOUNT                  00827600
            MOVE WS-ISSUE-DATE            TO BL-BILL-DATE               00827640
            WRITE TRNBILL-REC                                           00827680
            ADD 1 TO WS-CNT-BILLED                                      00827720
            ADD WS-FEE-AMOUNT TO WS-AMT-BILLED                          00827760
            IF WS-REQ-TYPE(WS-BILL-IDX) = 'O'                           00827800
               OR WS-REQ-DELIV(WS-BILL-IDX) = 'E'                       00827840
               PERFORM M650-ISSUE-SERIAL-PARA                           00827880
            END-IF.                                                     00827920
                                                                        00828000
       M650-ISSUE-SERIAL-PARA.                                          00829000
                                                                        00830000
            ADD 1 TO WS-LAST-SERIAL.                                    00831000
            ADD 1 TO WS-CNT-SERIALS.                                    00832000
            MOVE 'Y' TO WS-SERIAL-USED.                                 00833000
            MOVE WS-LAST-SERIAL TO WS-REQ-SERIAL(WS-BILL-IDX).          00833570
            IF WS-REQ-DELIV(WS-BILL-IDX) NOT = 'E'                      00834140
               MOVE WS-LAST-SERIAL TO SER-NUMBER                        00834710
               WRITE TRNPRINT-REC FROM WS-SERIAL-LINE                   00835280
                  AFTER ADVANCING 1 LINE                                00835850
            END-IF.                                                     00836420
            MOVE WS-LAST-SERIAL           TO RL-SERIAL.                 00837000
            MOVE WS-REQ-ID(WS-BILL-IDX)   TO RL-STUD-ID.                00838000
            MOVE WS-REQ-RQSTR(WS-BILL-IDX) TO RL-REQUESTER.             00839000
            MOVE WS-REQ-DATE(WS-BILL-IDX) TO RL-REQ-DATE.               00840000
            MOVE WS-ISSUE-DATE            TO RL-ISSUE-DATE.             00841000
            WRITE TRNRLOG-REC.                                          00842000
            PERFORM M660-WRITE-EVENT-PARA.                              00852000
                                                                        00862000
       M660-WRITE-EVENT-PARA.                                           00872000
                                                                        00882000
            IF WS-NOTEVT-AVAIL                                          00892000
               MOVE SPACES                    TO NOTEVT-REC             00902000
               MOVE RL-STUD-ID                TO NE-STUD-ID             00912000
               MOVE 'TR'                      TO NE-EVENT-TYPE          00922000
               MOVE WS-BUSINESS-DATE          TO NE-BUS-DATE            00932000
               MOVE 'TRNPRT'                  TO NE-SOURCE-PGM          00942000
               MOVE RL-SERIAL                 TO NE-TRN-SERIAL          00952000
               MOVE RL-REQUESTER              TO NE-TRN-REQUESTER       00962000
               MOVE RL-REQ-DATE               TO NE-TRN-REQ-DATE        00972000
               WRITE NOTEVT-REC                                         00982000
               ADD 1 TO WS-CNT-EVENTS                                   00992000
            END-IF.                                                     01002000
                                                                        01012000
       M800-EXCHANGE-SET-PARA.                                          01022000
                                                                        01032000
            IF WS-REQ-ID(WS-BILL-IDX) = WS-PREV-STUD-ID                 01042000
               AND WS-REQ-DELIV(WS-BILL-IDX) = 'E'                      01052000
               ADD 1 TO WS-CNT-XCH-SETS                                 01062000
               MOVE SPACES                     TO TRNXCHG-REC           01072000
               MOVE 'S'                        TO XC-REC-TYPE           01082000
               MOVE WS-REQ-SERIAL(WS-BILL-IDX) TO XC-STU-SERIAL         01092000
               MOVE WS-REQ-ID(WS-BILL-IDX)     TO XC-STU-ID             01102000
               MOVE WS-XCH-NAME                TO XC-STU-NAME           01112000
               MOVE WS-REQ-RQSTR(WS-BILL-IDX)  TO XC-STU-REQUESTER      01122000
               MOVE WS-REQ-DATE(WS-BILL-IDX)   TO XC-STU-REQ-DATE       01132000
               PERFORM M830-WRITE-EXCHANGE-PARA                         01142000
               PERFORM M805-RESET-LINES-PARA                            01152000
               PERFORM M461-PICK-TERM-PARA                              01162000
               PERFORM M810-EXCHANGE-TERM-PARA                          01172000
                  UNTIL NOT WS-PICK-FOUND                               01182000
               MOVE SPACES                     TO TRNXCHG-REC           01192000
               MOVE 'G'                        TO XC-REC-TYPE           01202000
               MOVE WS-REQ-SERIAL(WS-BILL-IDX) TO XC-GPA-SERIAL         01212000
               MOVE WS-REQ-ID(WS-BILL-IDX)     TO XC-GPA-STUD-ID        01222000
               MOVE WS-TOT-CREDITS             TO XC-GPA-TOT-CREDITS    01232000
               IF WS-STAND-IS-FOUND                                     01242000
                  MOVE WS-STAND-TERM          TO XC-GPA-TERM            01252000
                  MOVE WS-STAND-TERM-GPA      TO XC-GPA-TERM-GPA        01262000
                  MOVE WS-STAND-CUM-GPA       TO XC-GPA-CUM-GPA         01272000
                  MOVE WS-STAND-CODE          TO XC-GPA-STANDING        01282000
                  MOVE WS-STAND-CUM-CRED      TO XC-GPA-CUM-CREDITS     01292000
               ELSE                                                     01302000
                  MOVE ZERO                   TO XC-GPA-TERM-GPA        01312000
                  MOVE ZERO                   TO XC-GPA-CUM-GPA         01322000
                  MOVE ZERO                   TO XC-GPA-CUM-CREDITS     01332000
               END-IF                                                   01342000
               PERFORM M830-WRITE-EXCHANGE-PARA                         01352000
            END-IF.                                                     01362000
                                                                        01372000
       M805-RESET-LINES-PARA.                                           01382000
                                                                        01392000
            PERFORM VARYING WS-CRSL-IDX FROM 1 BY 1                     01402000
               UNTIL WS-CRSL-IDX > WS-CRSL-COUNT                        01412000
               MOVE 'N' TO WS-CRSL-DONE(WS-CRSL-IDX)                    01422000
            END-PERFORM.                                                01432000
                                                                        01442000
       M810-EXCHANGE-TERM-PARA.                                         01452000
                                                                        01462000
            PERFORM M820-EXCHANGE-COURSE-PARA                           01472000
               VARYING WS-CRSL-IDX FROM 1 BY 1                          01482000
               UNTIL WS-CRSL-IDX > WS-CRSL-COUNT.                       01492000
            PERFORM M461-PICK-TERM-PARA.                                01502000
                                                                        01512000
       M820-EXCHANGE-COURSE-PARA.                                       01522000
                                                                        01532000
            IF WS-CRSL-DONE(WS-CRSL-IDX) = 'N'                          01542000
               AND WS-CRSL-TERM(WS-CRSL-IDX) = WS-PICK-TERM             01552000
               MOVE 'Y' TO WS-CRSL-DONE(WS-CRSL-IDX)                    01562000
               MOVE SPACES                     TO TRNXCHG-REC           01572000
               MOVE 'C'                        TO XC-REC-TYPE           01582000
               MOVE WS-REQ-SERIAL(WS-BILL-IDX) TO XC-CRS-SERIAL         01592000
               MOVE WS-REQ-ID(WS-BILL-IDX)     TO XC-CRS-STUD-ID        01602000
               MOVE WS-PICK-TERM               TO XC-CRS-TERM           01612000
               MOVE WS-CRSL-TITLE(WS-CRSL-IDX) TO XC-CRS-TITLE          01622000
               MOVE WS-CRSL-CREDITS(WS-CRSL-IDX)                        01632000
                 TO XC-CRS-CREDITS                                      01642000
               MOVE WS-CRSL-GRADE(WS-CRSL-IDX) TO XC-CRS-GRADE          01652000
               PERFORM M830-WRITE-EXCHANGE-PARA                         01662000
            END-IF.                                                     01672000
                                                                        01682000
       M830-WRITE-EXCHANGE-PARA.                                        01692000
                                                                        01702000
            WRITE TRNXCHG-REC.                                          01712000
            ADD 1 TO WS-CNT-XCH-RECS.                                   01722000
