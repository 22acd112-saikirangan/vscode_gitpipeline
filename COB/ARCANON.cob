       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. ARCANON.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT STUARCHF ASSIGN TO STUARCHF                      00060000
                ORGANIZATION IS SEQUENTIAL.                             00070000
                SELECT EMPARCH ASSIGN TO EMPARCH                        00080000
                ORGANIZATION IS SEQUENTIAL.                             00090000
                SELECT STUAOUT ASSIGN TO STUAOUT                        00100000
                ORGANIZATION IS SEQUENTIAL.                             00110000
                SELECT EMPAOUT ASSIGN TO EMPAOUT                        00120000
                ORGANIZATION IS SEQUENTIAL.                             00130000
                SELECT EMPFIL ASSIGN TO EMPFILE                         00131600
                ORGANIZATION IS INDEXED                                 00133200
                ACCESS MODE IS RANDOM                                   00134800
                RECORD KEY IS EM-STUD-ID                                00136400
                FILE STATUS IS WS-EMPFIL-STATUS.                        00138000
                SELECT ADDRMST ASSIGN TO ADDRMST                        00140000
                ORGANIZATION IS INDEXED                                 00150000
                ACCESS MODE IS DYNAMIC                                  00160000
                RECORD KEY IS AM-KEY                                    00170000
                FILE STATUS IS WS-ADDRMST-STATUS.                       00180000
                SELECT ANONLOG ASSIGN TO ANONLOG                        00190000
                ORGANIZATION IS SEQUENTIAL                              00200000
                FILE STATUS IS WS-ANONLOG-STATUS.                       00210000
       DATA DIVISION.                                                   00220000
       FILE SECTION.                                                    00230000
       FD STUARCHF                                                      00240000
            RECORDING MODE IS F.                                        00250000
       01 STUARCHF-REC.                                                 00260000
          05 SA-STUD-ID         PIC 9(09).                              00270000
          05 SA-STUD-NAME       PIC X(30).                              00280000
          05 SA-STUD-DEPT       PIC X(10).                              00290000
          05 SA-STUD-STATUS     PIC X(01).                              00300000
          05 SA-STATUS-EFF-DT   PIC X(08).                              00310000
          05 SA-ENTRY-TERM      PIC X(05).                              00320000
          05 SA-ARCH-DATE       PIC X(08).                              00330000
          05 SA-ANON-DATE       PIC X(08).                              00340000
          05 FILLER             PIC X(01).                              00350000
       FD EMPARCH                                                       00360000
            RECORDING MODE IS F.                                        00370000
       01 EMPARCH-REC.                                                  00380000
          05 EA-STUD-ID         PIC X(09).                              00390000
          05 EA-STUD-NAME       PIC X(30).                              00400000
          05 FILLER             PIC X(41).                              00410000
       FD STUAOUT                                                       00420000
            RECORDING MODE IS F.                                        00430000
       01 STUAOUT-REC PIC X(80).                                        00440000
       FD EMPAOUT                                                       00450000
            RECORDING MODE IS F.                                        00460000
       01 EMPAOUT-REC PIC X(80).                                        00470000
       FD EMPFIL                                                        00472500
            RECORDING MODE IS F.                                        00475000
           COPY EMPFREC.                                                00477500
       FD ADDRMST                                                       00480000
            RECORDING MODE IS F.                                        00490000
           COPY ADDRMST.                                                00500000
       FD ANONLOG                                                       00510000
            RECORDING MODE IS F.                                        00520000
           COPY ANONLOG.                                                00530000
       WORKING-STORAGE SECTION.                                         00540000
       01 WS-EOF             PIC A     VALUE SPACE.                     00550000
       01 WS-ADDRMST-STATUS  PIC X(02) VALUE SPACES.                    00560000
       01 WS-ANONLOG-STATUS  PIC X(02) VALUE SPACES.                    00570000
       01 WS-EMPFIL-STATUS   PIC X(02) VALUE SPACES.                    00572000
       01 WS-LIVE-SW         PIC X(01) VALUE 'N'.                       00574000
           88 WS-STUD-LIVE          VALUE 'Y'.                          00576000
       01 WS-REC-NO          PIC 9(07) COMP VALUE ZERO.                 00578000
       01 WS-ANON-CARD.                                                 00580000
          05 WS-CARD-YEARS    PIC X(02).                                00590000
          05 WS-CARD-YEARS-N REDEFINES WS-CARD-YEARS                    00600000
                              PIC 9(02).                                00610000
          05 FILLER           PIC X(78).                                00620000
       01 WS-CURR-DATE-N     PIC 9(08).                                 00630000
       01 WS-CUTOFF-DATE-N   PIC 9(08).                                 00640000
       01 WS-CUTOFF-DATE-X   PIC X(08).                                 00650000
       01 WS-AGE-DATE        PIC X(08) VALUE SPACES.                    00660000
       01 WS-AGE-BASIS       PIC X(01) VALUE SPACE.                     00670000
       01 WS-STU-EOF         PIC X(01) VALUE 'N'.                       00680000
       01 WS-EMP-EOF         PIC X(01) VALUE 'N'.                       00690000
       01 WS-ADDR-EOF        PIC X(01) VALUE 'N'.                       00700000
           88 WS-ADDR-AT-END        VALUE 'Y'.                          00710000
       01 WS-SA-ID-X         PIC X(09) VALUE SPACES.                    00720000
       01 WS-SA-ID-N REDEFINES WS-SA-ID-X                               00730000
                             PIC 9(09).                                 00740000
       77 WS-ADDR-ROWS       PIC 9(03) COMP VALUE ZERO.                 00750000
       77 WS-ANON-LIT        PIC X(10) VALUE 'ANONYMIZED'.              00760000
                                                                        00760550
       77 WS-XT-MAX          PIC 9(05) COMP VALUE 20000.                00761100
       01 WS-XT-COUNT        PIC 9(05) COMP VALUE ZERO.                 00761650
       01 WS-XT-IDX          PIC 9(05) COMP VALUE ZERO.                 00762200
       01 WS-XT-LOW          PIC 9(05) COMP VALUE ZERO.                 00762750
       01 WS-XT-HIGH         PIC 9(05) COMP VALUE ZERO.                 00763300
       01 WS-XT-MID          PIC 9(05) COMP VALUE ZERO.                 00763850
       01 WS-XT-FOUND-SW     PIC X(01) VALUE 'N'.                       00764400
           88 WS-XT-FOUND           VALUE 'Y'.                          00764950
       01 WS-XT-FULL-SW      PIC X(01) VALUE 'N'.                       00765500
           88 WS-XT-FULL            VALUE 'Y'.                          00766050
       01 WS-XT-TABLE.                                                  00766600
          05 WS-XT-ENTRY OCCURS 20000 TIMES.                            00767150
             10 XT-STUD-ID      PIC X(09).                              00767700
             10 XT-CURR-REC     PIC 9(07) COMP.                         00768250
             10 XT-AGE-DATE     PIC X(08).                              00768800
             10 XT-ANON-SW      PIC X(01).                              00769350
                                                                        00770000
       01 WS-NAME-TOKEN.                                                00780000
          05 FILLER           PIC X(11) VALUE 'ANONYMIZED '.            00790000
          05 NT-STUD-ID       PIC X(09).                                00800000
          05 FILLER           PIC X(10) VALUE SPACES.                   00810000
                                                                        00820000
       01 WS-CONTROL-TOTALS.                                            00830000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00840000
           05 WS-CNT-ANON       PIC 9(07) COMP VALUE ZERO.              00850000
           05 WS-CNT-ALREADY    PIC 9(07) COMP VALUE ZERO.              00860000
           05 WS-CNT-RETAINED   PIC 9(07) COMP VALUE ZERO.              00870000
           05 WS-CNT-LIVE       PIC 9(07) COMP VALUE ZERO.              00873300
           05 WS-CNT-SUPERSEDED PIC 9(07) COMP VALUE ZERO.              00876600
           05 WS-CNT-ADDR-ANON  PIC 9(07) COMP VALUE ZERO.              00880000
           05 WS-CNT-MISMATCH   PIC 9(07) COMP VALUE ZERO.              00890000
           05 WS-CNT-IOERR      PIC 9(07) COMP VALUE ZERO.              00900000
                                                                        00910000
       PROCEDURE DIVISION.                                              00920000
                                                                        00930000
            ACCEPT WS-ANON-CARD FROM SYSIN.                             00940000
            IF WS-CARD-YEARS IS NOT NUMERIC                             00950000
               OR WS-CARD-YEARS-N = ZERO                                00960000
               DISPLAY 'INVALID RETENTION YEARS ON CONTROL CARD: '      00970000
                       WS-CARD-YEARS                                    00980000
               MOVE +8 TO RETURN-CODE                                   00990000
               GOBACK                                                   01000000
            END-IF.                                                     01010000
                                                                        01020000
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-N.          01030000
            COMPUTE WS-CUTOFF-DATE-N =                                  01040000
                    WS-CURR-DATE-N - WS-CARD-YEARS-N * 10000.           01050000
            MOVE WS-CUTOFF-DATE-N TO WS-CUTOFF-DATE-X.                  01060000
            DISPLAY 'ANONYMIZING ARCHIVED STUDENTS ARCHIVED BEFORE: '   01070000
                    WS-CUTOFF-DATE-X.                                   01080000
                                                                        01090000
            OPEN INPUT STUARCHF.                                        01090470
            OPEN INPUT EMPARCH.                                         01090940
            PERFORM N050-PRE-PASS-PARA.                                 01091410
            CLOSE STUARCHF.                                             01091880
            CLOSE EMPARCH.                                              01092350
            IF WS-CNT-MISMATCH > ZERO OR WS-XT-FULL                     01092820
               DISPLAY 'ARCHIVES NOT PROCESSED - NOTHING UPDATED'       01093290
               MOVE +16 TO RETURN-CODE                                  01093760
               GOBACK                                                   01094230
            END-IF.                                                     01094700
            DISPLAY 'ARCHIVE COPIES CHECKED   : ' WS-REC-NO.            01095170
            DISPLAY 'ARCHIVED STUDENTS        : ' WS-XT-COUNT.          01095640
                                                                        01096110
            OPEN INPUT EMPFIL.                                          01096580
            IF WS-EMPFIL-STATUS NOT = '00'                              01097050
               DISPLAY 'EMPFIL OPEN FAILED - STATUS: '                  01097520
                       WS-EMPFIL-STATUS                                 01097990
               MOVE +16 TO RETURN-CODE                                  01098460
               GOBACK                                                   01098930
            END-IF.                                                     01099400
            OPEN I-O ADDRMST.                                           01100000
            IF WS-ADDRMST-STATUS NOT = '00'                             01110000
               DISPLAY 'ADDRMST OPEN FAILED - STATUS: '                 01120000
                       WS-ADDRMST-STATUS                                01130000
               CLOSE EMPFIL                                             01135000
               MOVE +16 TO RETURN-CODE                                  01140000
               GOBACK                                                   01150000
            END-IF.                                                     01160000
            OPEN EXTEND ANONLOG.                                        01170000
            IF WS-ANONLOG-STATUS NOT = '00'                             01180000
               DISPLAY 'ANONLOG OPEN FAILED - STATUS: '                 01190000
                       WS-ANONLOG-STATUS                                01200000
               CLOSE EMPFIL                                             01205000
               CLOSE ADDRMST                                            01210000
               MOVE +16 TO RETURN-CODE                                  01220000
               GOBACK                                                   01230000
            END-IF.                                                     01240000
            OPEN INPUT STUARCHF.                                        01250000
            OPEN INPUT EMPARCH.                                         01260000
            OPEN OUTPUT STUAOUT.                                        01270000
            OPEN OUTPUT EMPAOUT.                                        01280000
                                                                        01290000
            MOVE 'N'   TO WS-STU-EOF.                                   01292000
            MOVE 'N'   TO WS-EMP-EOF.                                   01294000
            MOVE SPACE TO WS-EOF.                                       01296000
            MOVE ZERO  TO WS-REC-NO.                                    01298000
            PERFORM N100-READ-PAIR-PARA.                                01300000
            PERFORM N200-PROCESS-PAIR-PARA UNTIL WS-EOF = 'Y'.          01310000
                                                                        01320000
            CLOSE STUARCHF.                                             01330000
            CLOSE EMPARCH.                                              01340000
            CLOSE STUAOUT.                                              01350000
            CLOSE EMPAOUT.                                              01360000
            CLOSE EMPFIL.                                               01365000
            CLOSE ADDRMST.                                              01370000
            CLOSE ANONLOG.                                              01380000
                                                                        01390000
            DISPLAY '===== ARCANON CONTROL TOTALS ====='.               01400000
            DISPLAY 'ARCHIVED STUDENTS READ   : ' WS-CNT-READ.          01410000
            DISPLAY 'STUDENTS ANONYMIZED      : ' WS-CNT-ANON.          01420000
            DISPLAY 'ALREADY ANONYMIZED       : ' WS-CNT-ALREADY.       01430000
            DISPLAY 'WITHIN RETENTION PERIOD  : ' WS-CNT-RETAINED.      01440000
            DISPLAY 'RESTORED - LEFT AS IS    : ' WS-CNT-LIVE.          01443300
            DISPLAY 'SUPERSEDED COPIES ANON.  : ' WS-CNT-SUPERSEDED.    01446600
            DISPLAY 'ADDRMST ROWS ANONYMIZED  : ' WS-CNT-ADDR-ANON.     01450000
            DISPLAY 'ARCHIVE PAIRING ERRORS   : ' WS-CNT-MISMATCH.      01460000
            DISPLAY 'ADDRMST I/O ERRORS       : ' WS-CNT-IOERR.         01470000
            DISPLAY '=================================='.               01480000
                                                                        01490000
            IF WS-CNT-MISMATCH > ZERO OR WS-CNT-IOERR > ZERO            01500000
               MOVE +16 TO RETURN-CODE                                  01510000
            ELSE                                                        01520000
               MOVE ZERO TO RETURN-CODE                                 01530000
            END-IF.                                                     01540000
                                                                        01550000
            GOBACK.                                                     01560000
                                                                        01570000
       N050-PRE-PASS-PARA.                                              01570130
                                                                        01570260
            MOVE ZERO TO WS-REC-NO.                                     01570390
            PERFORM N100-READ-PAIR-PARA.                                01570520
            PERFORM N060-TABLE-COPY-PARA UNTIL WS-EOF = 'Y'.            01570650
                                                                        01570780
       N060-TABLE-COPY-PARA.                                            01570910
                                                                        01571040
            PERFORM N070-AGE-DATE-PARA.                                 01571170
            PERFORM N080-FIND-STUDENT-PARA.                             01571300
            IF NOT WS-XT-FOUND                                          01571430
               IF WS-XT-COUNT < WS-XT-MAX                               01571560
                  PERFORM N090-INSERT-STUDENT-PARA                      01571690
                  MOVE WS-REC-NO   TO XT-CURR-REC(WS-XT-MID)            01571706
                  MOVE WS-AGE-DATE TO XT-AGE-DATE(WS-XT-MID)            01571722
                  IF SA-ANON-DATE IS NUMERIC                            01571738
                     MOVE 'Y' TO XT-ANON-SW(WS-XT-MID)                  01571754
                  ELSE                                                  01571770
                     MOVE 'N' TO XT-ANON-SW(WS-XT-MID)                  01571786
                  END-IF                                                01571802
               ELSE                                                     01571820
                  DISPLAY 'ARCHIVED STUDENT TABLE FULL AT: '            01571950
                          WS-SA-ID-X                                    01572080
                  MOVE 'Y' TO WS-XT-FULL-SW                             01572210
               END-IF                                                   01572340
            END-IF.                                                     01572470
            IF WS-XT-FULL                                               01572600
               MOVE 'Y' TO WS-EOF                                       01572730
            ELSE                                                        01572860
               PERFORM N100-READ-PAIR-PARA                              01573900
            END-IF.                                                     01574030
                                                                        01574160
       N070-AGE-DATE-PARA.                                              01574290
                                                                        01574420
            IF SA-ARCH-DATE IS NUMERIC                                  01574550
               MOVE SA-ARCH-DATE     TO WS-AGE-DATE                     01574680
               MOVE 'A'              TO WS-AGE-BASIS                    01574810
            ELSE                                                        01574940
               MOVE SA-STATUS-EFF-DT TO WS-AGE-DATE                     01575070
               MOVE 'S'              TO WS-AGE-BASIS                    01575200
            END-IF.                                                     01575330
                                                                        01575460
       N080-FIND-STUDENT-PARA.                                          01575590
                                                                        01575720
            MOVE 'N' TO WS-XT-FOUND-SW.                                 01575850
            MOVE 1 TO WS-XT-LOW.                                        01575980
            MOVE WS-XT-COUNT TO WS-XT-HIGH.                             01576110
            PERFORM N085-PROBE-TABLE-PARA                               01576240
               UNTIL WS-XT-FOUND OR WS-XT-LOW > WS-XT-HIGH.             01576370
                                                                        01576500
       N085-PROBE-TABLE-PARA.                                           01576630
                                                                        01576760
            COMPUTE WS-XT-MID = (WS-XT-LOW + WS-XT-HIGH) / 2.           01576890
            EVALUATE TRUE                                               01577020
            WHEN XT-STUD-ID(WS-XT-MID) = WS-SA-ID-X                     01577150
                 MOVE 'Y' TO WS-XT-FOUND-SW                             01577280
            WHEN XT-STUD-ID(WS-XT-MID) < WS-SA-ID-X                     01577410
                 COMPUTE WS-XT-LOW = WS-XT-MID + 1                      01577540
            WHEN OTHER                                                  01577670
                 COMPUTE WS-XT-HIGH = WS-XT-MID - 1                     01577800
            END-EVALUATE.                                               01577930
                                                                        01578060
       N090-INSERT-STUDENT-PARA.                                        01578190
                                                                        01578320
            PERFORM VARYING WS-XT-IDX FROM WS-XT-COUNT BY -1            01578450
               UNTIL WS-XT-IDX < WS-XT-LOW                              01578580
               MOVE WS-XT-ENTRY(WS-XT-IDX)                              01578710
                 TO WS-XT-ENTRY(WS-XT-IDX + 1)                          01578840
            END-PERFORM.                                                01578970
            ADD 1 TO WS-XT-COUNT.                                       01579100
            MOVE WS-XT-LOW  TO WS-XT-MID.                               01579230
            MOVE WS-SA-ID-X TO XT-STUD-ID(WS-XT-MID).                   01579360
                                                                        01579490
       N100-READ-PAIR-PARA.                                             01580000
                                                                        01590000
            READ STUARCHF                                               01600000
              AT END MOVE 'Y' TO WS-STU-EOF                             01610000
            END-READ.                                                   01620000
            READ EMPARCH                                                01630000
              AT END MOVE 'Y' TO WS-EMP-EOF                             01640000
            END-READ.                                                   01650000
            IF WS-STU-EOF = 'Y' AND WS-EMP-EOF = 'Y'                    01660000
               MOVE 'Y' TO WS-EOF                                       01670000
            ELSE                                                        01680000
               IF WS-STU-EOF = 'Y' OR WS-EMP-EOF = 'Y'                  01690000
                  DISPLAY 'EMPARCH AND STUARCHF RECORD COUNTS DIFFER'   01700000
                  ADD 1 TO WS-CNT-MISMATCH                              01710000
                  MOVE 'Y' TO WS-EOF                                    01720000
               ELSE                                                     01730000
                  ADD 1 TO WS-REC-NO                                    01735000
                  MOVE SA-STUD-ID TO WS-SA-ID-N                         01740000
                  IF WS-SA-ID-X NOT = EA-STUD-ID                        01750000
                     DISPLAY 'EMPARCH/STUARCHF OUT OF STEP - STUARCHF: '01760000
                             WS-SA-ID-X ' EMPARCH: ' EA-STUD-ID         01770000
                     ADD 1 TO WS-CNT-MISMATCH                           01780000
                     MOVE 'Y' TO WS-EOF                                 01790000
                  END-IF                                                01800000
               END-IF                                                   01810000
            END-IF.                                                     01820000
                                                                        01830000
       N200-PROCESS-PAIR-PARA.                                          01840000
                                                                        01850000
            ADD 1 TO WS-CNT-READ.                                       01860000
            PERFORM N070-AGE-DATE-PARA.                                 01865000
            PERFORM N080-FIND-STUDENT-PARA.                             01870000
                                                                        01875000
            IF NOT WS-XT-FOUND                                          01880000
               DISPLAY 'ARCHIVED STUDENT NOT ON PRE-PASS TABLE: '       01885000
                       WS-SA-ID-X                                       01890000
               ADD 1 TO WS-CNT-MISMATCH                                 01895000
            ELSE                                                        01900000
               IF SA-ANON-DATE IS NUMERIC                               01936600
                  ADD 1 TO WS-CNT-ALREADY                               01973200
               ELSE                                                     02010000
                  IF XT-ANON-SW(WS-XT-MID) = 'Y'                        02011000
                     OR (XT-AGE-DATE(WS-XT-MID) IS NUMERIC              02012000
                     AND XT-AGE-DATE(WS-XT-MID) < WS-CUTOFF-DATE-X)     02013000
                     PERFORM N250-CHECK-LIVE-PARA                       02014000
                     EVALUATE TRUE                                      02015000
                     WHEN WS-STUD-LIVE                                  02016000
                          ADD 1 TO WS-CNT-LIVE                          02017000
                          DISPLAY 'STUDENT ON EMPFIL - NOT ANONYMIZED: '02018000
                                  WS-SA-ID-X                            02019000
                     WHEN XT-CURR-REC(WS-XT-MID) = WS-REC-NO            02020000
                          PERFORM N300-ANONYMIZE-PARA                   02021000
                     WHEN OTHER                                         02022000
                          PERFORM N310-TOKEN-NAME-PARA                  02023000
                          ADD 1 TO WS-CNT-SUPERSEDED                    02024000
                     END-EVALUATE                                       02025000
                  ELSE                                                  02026000
                     ADD 1 TO WS-CNT-RETAINED                           02027000
                  END-IF                                                02028000
               END-IF                                                   02030000
            END-IF.                                                     02040000
                                                                        02050000
            WRITE STUAOUT-REC FROM STUARCHF-REC.                        02060000
            WRITE EMPAOUT-REC FROM EMPARCH-REC.                         02070000
            PERFORM N100-READ-PAIR-PARA.                                02080000
                                                                        02090000
       N250-CHECK-LIVE-PARA.                                            02090520
                                                                        02091040
            MOVE 'N'        TO WS-LIVE-SW.                              02091560
            MOVE WS-SA-ID-X TO EM-STUD-ID.                              02092080
            READ EMPFIL                                                 02092600
              INVALID KEY                                               02093120
                 CONTINUE                                               02093640
              NOT INVALID KEY                                           02094160
                 MOVE 'Y' TO WS-LIVE-SW                                 02094680
            END-READ.                                                   02095200
            IF WS-EMPFIL-STATUS NOT = '00'                              02095720
               AND WS-EMPFIL-STATUS NOT = '23'                          02096240
               DISPLAY 'EMPFIL READ FAILED - STATUS: '                  02096760
                       WS-EMPFIL-STATUS ' KEY: ' WS-SA-ID-X             02097280
               ADD 1 TO WS-CNT-IOERR                                    02097800
               MOVE 'Y' TO WS-LIVE-SW                                   02098320
            END-IF.                                                     02098840
                                                                        02099360
       N300-ANONYMIZE-PARA.                                             02100000
                                                                        02110000
            PERFORM N310-TOKEN-NAME-PARA.                               02135000
                                                                        02160000
            MOVE ZERO TO WS-ADDR-ROWS.                                  02170000
            PERFORM N400-ANON-ADDRESS-PARA.                             02180000
                                                                        02190000
            MOVE SPACES         TO ANONLOG-REC.                         02200000
            MOVE WS-SA-ID-X     TO AL-STUD-ID.                          02210000
            MOVE WS-CURR-DATE-N TO AL-ANON-DATE.                        02220000
            MOVE WS-AGE-DATE    TO AL-AGE-DATE.                         02230000
            MOVE WS-AGE-BASIS   TO AL-AGE-BASIS.                        02240000
            MOVE WS-ADDR-ROWS   TO AL-ADDR-ROWS.                        02250000
            WRITE ANONLOG-REC.                                          02260000
                                                                        02270000
            ADD 1 TO WS-CNT-ANON.                                       02280000
            DISPLAY 'ANONYMIZED STUDENT: ' WS-SA-ID-X.                  02290000
                                                                        02291200
       N310-TOKEN-NAME-PARA.                                            02292400
                                                                        02293600
            MOVE WS-SA-ID-X     TO NT-STUD-ID.                          02294800
            MOVE WS-NAME-TOKEN  TO SA-STUD-NAME.                        02296000
            MOVE WS-NAME-TOKEN  TO EA-STUD-NAME.                        02297200
            MOVE WS-CURR-DATE-N TO SA-ANON-DATE.                        02298400
                                                                        02300000
       N400-ANON-ADDRESS-PARA.                                          02310000
                                                                        02320000
            MOVE 'N'        TO WS-ADDR-EOF.                             02330000
            MOVE WS-SA-ID-X TO AM-STUD-ID.                              02340000
            MOVE LOW-VALUES TO AM-EFF-DATE.                             02350000
            START ADDRMST KEY IS NOT LESS THAN AM-KEY                   02360000
              INVALID KEY MOVE 'Y' TO WS-ADDR-EOF                       02370000
            END-START.                                                  02380000
            IF NOT WS-ADDR-AT-END                                       02390000
               PERFORM N410-READ-ADDRESS-PARA                           02400000
            END-IF.                                                     02410000
            PERFORM N420-TOKEN-ADDRESS-PARA UNTIL WS-ADDR-AT-END.       02420000
                                                                        02430000
       N410-READ-ADDRESS-PARA.                                          02440000
                                                                        02450000
            READ ADDRMST NEXT                                           02460000
              AT END MOVE 'Y' TO WS-ADDR-EOF                            02470000
              NOT AT END                                                02480000
                 IF AM-STUD-ID NOT = WS-SA-ID-X                         02490000
                    MOVE 'Y' TO WS-ADDR-EOF                             02500000
                 END-IF                                                 02510000
            END-READ.                                                   02520000
            IF NOT WS-ADDR-AT-END                                       02530000
               AND WS-ADDRMST-STATUS NOT = '00'                         02540000
               DISPLAY 'ADDRMST READ FAILED - STATUS: '                 02550000
                       WS-ADDRMST-STATUS                                02560000
               ADD 1 TO WS-CNT-IOERR                                    02570000
               MOVE 'Y' TO WS-ADDR-EOF                                  02580000
            END-IF.                                                     02590000
                                                                        02600000
       N420-TOKEN-ADDRESS-PARA.                                         02610000
                                                                        02620000
            MOVE WS-ANON-LIT TO AM-ADDR1.                               02630000
            MOVE SPACES      TO AM-ADDR2.                               02640000
            MOVE WS-ANON-LIT TO AM-CITY.                                02650000
            MOVE SPACES      TO AM-ZIP.                                 02660000
            MOVE SPACES      TO AM-PHONE.                               02670000
            REWRITE ADDRMST-REC                                         02680000
              INVALID KEY                                               02690000
                 DISPLAY 'ADDRMST REWRITE FAILED - KEY: ' AM-KEY        02700000
                 ADD 1 TO WS-CNT-IOERR                                  02710000
              NOT INVALID KEY                                           02720000
                 ADD 1 TO WS-ADDR-ROWS                                  02730000
                 ADD 1 TO WS-CNT-ADDR-ANON                              02740000
            END-REWRITE.                                                02750000
            PERFORM N410-READ-ADDRESS-PARA.                             02760000
