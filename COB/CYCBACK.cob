       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. CYCBACK.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00080000
                SELECT CYCLOCK ASSIGN TO CYCLOCK                        00090000
                ORGANIZATION IS SEQUENTIAL                              00100000
                FILE STATUS IS WS-CYCLOCK-STATUS.                       00110000
                SELECT STEPCTLF ASSIGN TO STEPCTLF                      00120000
                ORGANIZATION IS SEQUENTIAL                              00130000
                FILE STATUS IS WS-CTLF-STATUS.                          00140000
                SELECT SNAPCTL ASSIGN TO SNAPCTL                        00150000
                ORGANIZATION IS SEQUENTIAL                              00160000
                FILE STATUS IS WS-SNAPCTL-STATUS.                       00170000
                SELECT SNSTUD ASSIGN TO SNSTUD                          00180000
                ORGANIZATION IS SEQUENTIAL                              00190000
                FILE STATUS IS WS-SNSTUD-STATUS.                        00200000
                SELECT EMPFPRV ASSIGN TO EMPFPRV                        00201400
                ORGANIZATION IS SEQUENTIAL                              00202800
                FILE STATUS IS WS-EMPFPRV-STATUS.                       00204200
                SELECT SNEMPF ASSIGN TO SNEMPF                          00205600
                ORGANIZATION IS SEQUENTIAL                              00207000
                FILE STATUS IS WS-SNEMPF-STATUS.                        00208400
       DATA DIVISION.                                                   00210000
       FILE SECTION.                                                    00220000
       FD CYCDATE                                                       00230000
            RECORDING MODE IS F.                                        00240000
           COPY CYCDATE.                                                00250000
       FD CYCLOCK                                                       00260000
            RECORDING MODE IS F.                                        00270000
           COPY CYCLOCK.                                                00280000
       FD STEPCTLF                                                      00290000
            RECORDING MODE IS F.                                        00300000
       01 STEPCTLF-REC PIC X(80).                                       00310000
       FD SNAPCTL                                                       00320000
            RECORDING MODE IS F.                                        00330000
           COPY SNAPCTL.                                                00340000
       FD SNSTUD                                                        00350000
            RECORDING MODE IS F.                                        00360000
           COPY SNAPSTU.                                                00370000
       FD EMPFPRV                                                       00371400
            RECORDING MODE IS F.                                        00372800
       01 EMPFPRV-REC PIC X(80).                                        00374200
       FD SNEMPF                                                        00375600
            RECORDING MODE IS F.                                        00377000
       01 SNEMPF-REC PIC X(80).                                         00378400
       WORKING-STORAGE SECTION.                                         00380000
       01 WS-SNAP-EOF        PIC X(01) VALUE 'N'.                       00390000
       01 WS-TBL-EOF         PIC X(01) VALUE 'N'.                       00400000
       01 WS-EMPF-EOF        PIC X(01) VALUE 'N'.                       00403300
       01 WS-SNEMPF-EOF      PIC X(01) VALUE 'N'.                       00406600
       01 WS-EOF             PIC A     VALUE SPACE.                     00410000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00420000
       01 WS-CYCLOCK-STATUS  PIC X(02) VALUE SPACES.                    00430000
       01 WS-CTLF-STATUS     PIC X(02) VALUE SPACES.                    00440000
       01 WS-SNAPCTL-STATUS  PIC X(02) VALUE SPACES.                    00450000
       01 WS-SNSTUD-STATUS   PIC X(02) VALUE SPACES.                    00460000
       01 WS-EMPFPRV-STATUS  PIC X(02) VALUE SPACES.                    00463300
       01 WS-SNEMPF-STATUS   PIC X(02) VALUE SPACES.                    00466600
       01 WS-SQLCODE-ED      PIC -999999999 VALUE ZERO.                 00470000
                                                                        00480000
       01 WS-PARM-CARD.                                                 00490000
          05 WS-PARM-MODE       PIC X(01).                              00500000
              88 WS-MODE-BACKOUT     VALUE 'B'.                         00510000
              88 WS-MODE-RESET       VALUE 'R'.                         00520000
          05 FILLER             PIC X(01).                              00530000
          05 WS-PARM-DATE       PIC X(08).                              00540000
          05 WS-PARM-DATE-N REDEFINES WS-PARM-DATE PIC 9(08).           00550000
          05 FILLER             PIC X(70).                              00560000
                                                                        00570000
       01 WS-CURR-DATE       PIC X(08) VALUE SPACES.                    00580000
       01 WS-NEXT-DATE-N     PIC 9(08) VALUE ZERO.                      00590000
       01 WS-NEXT-DATE REDEFINES WS-NEXT-DATE-N PIC X(08).              00600000
       01 WS-DATE-DAYS       PIC 9(07) VALUE ZERO.                      00610000
       01 WS-SNAP-TS         PIC X(26) VALUE SPACES.                    00620000
       01 WS-SNAP-STUD-CNT   PIC 9(09) VALUE ZERO.                      00630000
       01 WS-SNAP-EMPF-CNT   PIC 9(09) VALUE ZERO.                      00635000
       01 WS-CYCLOCK-SAVE    PIC X(80) VALUE SPACES.                    00640000
                                                                        00650000
       01 WS-CHECK-FLAG      PIC X(01) VALUE 'Y'.                       00660000
           88 WS-CHECKS-OK          VALUE 'Y'.                          00670000
       01 WS-SNAP-FLAG       PIC X(01) VALUE 'N'.                       00680000
           88 WS-SNAP-FOUND         VALUE 'Y'.                          00690000
       01 WS-FAIL-FLAG       PIC X(01) VALUE 'N'.                       00700000
           88 WS-REVERSAL-FAILED    VALUE 'Y'.                          00710000
       01 WS-EMPF-SNAP-FLAG  PIC X(01) VALUE 'N'.                       00711400
           88 WS-EMPF-SNAPPED       VALUE 'Y'.                          00712800
       01 WS-EMPF-DIFF-FLAG  PIC X(01) VALUE 'N'.                       00714200
           88 WS-EMPF-DIFFERS       VALUE 'Y'.                          00715600
       01 WS-GEN-FLAG        PIC X(01) VALUE 'N'.                       00717000
           88 WS-GEN-CUT            VALUE 'Y'.                          00718400
                                                                        00720000
       01 WS-SNAP-KEY        PIC 9(10) VALUE ZERO.                      00730000
       01 WS-TBL-KEY         PIC 9(10) VALUE ZERO.                      00740000
       77 WS-KEY-EOF         PIC 9(10) VALUE 9999999999.                00750000
                                                                        00760000
       01 WS-CONTROL-TOTALS.                                            00770000
           05 WS-CNT-SNAP-READ  PIC 9(07) COMP VALUE ZERO.              00780000
           05 WS-CNT-TBL-READ   PIC 9(07) COMP VALUE ZERO.              00790000
           05 WS-CNT-RESTORED   PIC 9(07) COMP VALUE ZERO.              00800000
           05 WS-CNT-REMOVED    PIC 9(07) COMP VALUE ZERO.              00810000
           05 WS-CNT-REVERTED   PIC 9(07) COMP VALUE ZERO.              00820000
           05 WS-CNT-UNCHANGED  PIC 9(07) COMP VALUE ZERO.              00830000
           05 WS-CNT-HIST-DEL   PIC 9(07) COMP VALUE ZERO.              00840000
           05 WS-CNT-EMPF-READ  PIC 9(07) COMP VALUE ZERO.              00843300
           05 WS-CNT-SNEMPF-READ PIC 9(07) COMP VALUE ZERO.             00846600
                                                                        00850000
       01 WS-MSG-PGM         PIC X(08) VALUE 'CYCBACK'.                 00860000
       01 WS-MSG-NUM         PIC 9(03) VALUE ZERO.                      00870000
       01 WS-MSG-SEV         PIC X(01) VALUE 'I'.                       00880000
       01 WS-MSG-TEXT        PIC X(60) VALUE SPACES.                    00890000
           COPY SQLCLS.                                                 00900000
                                                                        00910000
            EXEC SQL                                                    00920000
               INCLUDE SQLCA                                            00930000
            END-EXEC.                                                   00940000
                                                                        00950000
            EXEC SQL                                                    00960000
               INCLUDE STUDENT                                          00970000
            END-EXEC.                                                   00980000
                                                                        00990000
       01  DCLSTUDENT.                                                  01000000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01010000
           10 WS-STUD-NAME             PIC X(30).                       01020000
           10 WS-STUD-DEPT             PIC X(10).                       01030000
           10 WS-STUD-STATUS           PIC X(01).                       01040000
           10 WS-STATUS-EFF-DATE       PIC X(08).                       01050000
           10 WS-PRIVACY-FLAG          PIC X(01).                       01060000
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       01070000
           10 WS-ENTRY-TERM            PIC X(05).                       01080000
                                                                        01090000
       01  WS-SNAP-ROW.                                                 01100000
           10 WS-SN-STUD-ID            PIC S9(9) USAGE COMP.            01110000
           10 WS-SN-STUD-NAME          PIC X(30).                       01120000
           10 WS-SN-STUD-DEPT          PIC X(10).                       01130000
           10 WS-SN-STUD-STATUS        PIC X(01).                       01140000
           10 WS-SN-STATUS-EFF-DATE    PIC X(08).                       01150000
           10 WS-SN-PRIVACY-FLAG       PIC X(01).                       01160000
           10 WS-SN-PRIVACY-EFF-DATE   PIC X(08).                       01170000
           10 WS-SN-ENTRY-TERM         PIC X(05).                       01180000
                                                                        01190000
            EXEC SQL                                                    01200000
               DECLARE BKSTUCUR CURSOR FOR                              01210000
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,                    01220000
                      STUD_ENROLL_STATUS, STATUS_EFF_DT,                01230000
                      PRIVACY_FLAG, PRIVACY_EFF_DT, ENTRY_TERM          01240000
                 FROM STUD_STUDENT                                      01250000
                ORDER BY STUD_ID                                        01260000
                FOR FETCH ONLY                                          01270000
            END-EXEC.                                                   01280000
                                                                        01290000
       PROCEDURE DIVISION.                                              01300000
                                                                        01310000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01320000
            IF NOT WS-MODE-BACKOUT AND NOT WS-MODE-RESET                01330000
               OR WS-PARM-DATE IS NOT NUMERIC                           01340000
               MOVE SPACES TO WS-MSG-TEXT                               01350000
               STRING 'BACKOUT CONTROL CARD INVALID: '                  01360000
                      WS-PARM-CARD(1:10)                                01370000
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     01380000
               MOVE 1 TO WS-MSG-NUM                                     01390000
               MOVE 'S' TO WS-MSG-SEV                                   01400000
               PERFORM B950-ISSUE-MSG-PARA                              01410000
               MOVE +12 TO RETURN-CODE                                  01420000
               GOBACK                                                   01430000
            END-IF.                                                     01440000
            DISPLAY 'CYCLE BACKOUT MODE ' WS-PARM-MODE                  01450000
                    ' FOR BUSINESS DATE: ' WS-PARM-DATE.                01460000
                                                                        01470000
            PERFORM B050-READ-CYCDATE-PARA.                             01480000
            PERFORM B100-CHECK-SNAPSHOT-PARA.                           01490000
            PERFORM B150-CHECK-CYCLE-DATE-PARA.                         01500000
            PERFORM B200-CHECK-LOCK-PARA.                               01510000
            IF WS-MODE-BACKOUT AND WS-CHECKS-OK                         01512500
               PERFORM B170-CHECK-EMPFPRV-PARA                          01515000
            END-IF.                                                     01517500
                                                                        01520000
            IF NOT WS-CHECKS-OK                                         01530000
               DISPLAY 'BACKOUT REFUSED - NOTHING CHANGED'              01540000
               MOVE +12 TO RETURN-CODE                                  01550000
               GOBACK                                                   01560000
            END-IF.                                                     01570000
                                                                        01580000
            IF WS-MODE-BACKOUT                                          01590000
               PERFORM B250-TAKE-LOCK-PARA                              01600000
               PERFORM B300-REVERSE-STUDENTS-PARA                       01610000
               IF NOT WS-REVERSAL-FAILED                                01620000
                  PERFORM B400-REVERSE-HISTORY-PARA                     01630000
               END-IF                                                   01640000
               PERFORM B450-END-UNIT-OF-WORK-PARA                       01650000
            ELSE                                                        01660000
               PERFORM B500-RESET-CYCLE-PARA                            01670000
            END-IF.                                                     01680000
                                                                        01690000
            DISPLAY '===== CYCBACK CONTROL TOTALS ====='.               01700000
            DISPLAY 'BUSINESS DATE BACKED OUT : ' WS-PARM-DATE.         01710000
            DISPLAY 'SNAPSHOT TAKEN AT        : ' WS-SNAP-TS.           01720000
            IF WS-MODE-BACKOUT                                          01730000
               DISPLAY 'SNAPSHOT STUDENTS READ   : ' WS-CNT-SNAP-READ   01740000
               DISPLAY 'TABLE STUDENTS READ      : ' WS-CNT-TBL-READ    01750000
               DISPLAY 'STUDENTS RESTORED        : ' WS-CNT-RESTORED    01760000
               DISPLAY 'STUDENTS REMOVED         : ' WS-CNT-REMOVED     01770000
               DISPLAY 'STUDENTS REVERTED        : ' WS-CNT-REVERTED    01780000
               DISPLAY 'STUDENTS UNCHANGED       : ' WS-CNT-UNCHANGED   01790000
               DISPLAY 'HISTORY ROWS REMOVED     : ' WS-CNT-HIST-DEL    01800000
               DISPLAY 'EMPFPRV(0) RECORDS READ  : ' WS-CNT-EMPF-READ   01803300
               DISPLAY 'SNAPSHOT EMPFPRV READ    : ' WS-CNT-SNEMPF-READ 01806600
            END-IF.                                                     01810000
            DISPLAY '=================================='.               01820000
                                                                        01830000
            IF WS-REVERSAL-FAILED                                       01840000
               MOVE +16 TO RETURN-CODE                                  01850000
            ELSE                                                        01860000
               IF WS-MODE-BACKOUT AND NOT WS-GEN-CUT                    01863300
                  MOVE +4 TO RETURN-CODE                                01866600
               ELSE                                                     01869900
                  MOVE ZERO TO RETURN-CODE                              01873200
               END-IF                                                   01876500
            END-IF.                                                     01880000
                                                                        01890000
            GOBACK.                                                     01900000
                                                                        01910000
       B050-READ-CYCDATE-PARA.                                          01920000
                                                                        01930000
            OPEN INPUT CYCDATE.                                         01940000
            IF WS-CYCDATE-STATUS NOT = '00'                             01950000
               DISPLAY 'NO CYCLE DATE CONTROL - STATUS: '               01960000
                       WS-CYCDATE-STATUS                                01970000
            ELSE                                                        01980000
               READ CYCDATE                                             01990000
                 AT END                                                 02000000
                    DISPLAY 'EMPTY CYCLE DATE CONTROL'                  02010000
                 NOT AT END                                             02020000
                    MOVE CD-BUSINESS-DATE TO WS-CURR-DATE               02030000
               END-READ                                                 02040000
               CLOSE CYCDATE                                            02050000
            END-IF.                                                     02060000
                                                                        02070000
       B100-CHECK-SNAPSHOT-PARA.                                        02080000
                                                                        02090000
            OPEN INPUT SNAPCTL.                                         02100000
            IF WS-SNAPCTL-STATUS = '00'                                 02110000
               MOVE SPACE TO WS-EOF                                     02120000
               PERFORM B110-READ-SNAPCTL-PARA UNTIL WS-EOF = 'Y'        02130000
               CLOSE SNAPCTL                                            02140000
            END-IF.                                                     02150000
            IF NOT WS-SNAP-FOUND                                        02160000
               MOVE SPACES TO WS-MSG-TEXT                               02170000
               STRING 'NO COMPLETE SNAPSHOT FOR BUSINESS DATE '         02180000
                      WS-PARM-DATE                                      02190000
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     02200000
               MOVE 2 TO WS-MSG-NUM                                     02210000
               MOVE 'S' TO WS-MSG-SEV                                   02220000
               PERFORM B950-ISSUE-MSG-PARA                              02230000
               MOVE 'N' TO WS-CHECK-FLAG                                02240000
            END-IF.                                                     02250000
                                                                        02260000
       B110-READ-SNAPCTL-PARA.                                          02270000
                                                                        02280000
            READ SNAPCTL                                                02290000
              AT END MOVE 'Y' TO WS-EOF                                 02300000
              NOT AT END                                                02310000
                 IF SC-BUS-DATE = WS-PARM-DATE                          02320000
                    IF SC-SET-TOTAL                                     02330000
                       MOVE 'Y' TO WS-SNAP-FLAG                         02340000
                       MOVE SC-SNAP-TS TO WS-SNAP-TS                    02350000
                    END-IF                                              02360000
                    IF SC-FILE-ID = 'STUDENT'                           02370000
                       MOVE SC-REC-COUNT TO WS-SNAP-STUD-CNT            02380000
                    END-IF                                              02390000
                    IF SC-FILE-ID = 'EMPFPRV'                           02392000
                       MOVE 'Y' TO WS-EMPF-SNAP-FLAG                    02394000
                       MOVE SC-REC-COUNT TO WS-SNAP-EMPF-CNT            02396000
                    END-IF                                              02398000
                 END-IF                                                 02400000
            END-READ.                                                   02410000
                                                                        02420000
       B150-CHECK-CYCLE-DATE-PARA.                                      02430000
                                                                        02440000
            COMPUTE WS-DATE-DAYS =                                      02450000
               FUNCTION INTEGER-OF-DATE(WS-PARM-DATE-N) + 1.            02460000
            COMPUTE WS-NEXT-DATE-N =                                    02470000
               FUNCTION DATE-OF-INTEGER(WS-DATE-DAYS).                  02480000
            IF WS-CURR-DATE = WS-PARM-DATE                              02490000
               DISPLAY 'CYCLE ' WS-PARM-DATE ' DID NOT COMPLETE'        02500000
            ELSE                                                        02510000
               IF WS-CURR-DATE = WS-NEXT-DATE                           02520000
                  DISPLAY 'CYCLE ' WS-PARM-DATE ' COMPLETED - CYCLE '   02530000
                          'DATE WILL BE SET BACK'                       02540000
               ELSE                                                     02550000
                  MOVE SPACES TO WS-MSG-TEXT                            02560000
                  STRING 'CYCLE DATE ' WS-CURR-DATE                     02570000
                         ' IS NOT THE BACKOUT DATE OR THE DAY AFTER'    02580000
                    DELIMITED BY SIZE INTO WS-MSG-TEXT                  02590000
                  MOVE 3 TO WS-MSG-NUM                                  02600000
                  MOVE 'S' TO WS-MSG-SEV                                02610000
                  PERFORM B950-ISSUE-MSG-PARA                           02620000
                  MOVE 'N' TO WS-CHECK-FLAG                             02630000
               END-IF                                                   02640000
            END-IF.                                                     02650000
                                                                        02660000
       B170-CHECK-EMPFPRV-PARA.                                         02660100
                                                                        02660200
            IF NOT WS-EMPF-SNAPPED                                      02660300
               DISPLAY 'SNAPSHOT HAS NO EMPFPRV COPY - NO GENERATION '  02660400
                       'WILL BE DELETED'                                02660500
            ELSE                                                        02660600
               OPEN INPUT EMPFPRV                                       02660700
               OPEN INPUT SNEMPF                                        02660800
               IF WS-EMPFPRV-STATUS NOT = '00'                          02660900
                  OR WS-SNEMPF-STATUS NOT = '00'                        02661000
                  MOVE SPACES TO WS-MSG-TEXT                            02661100
                  STRING 'EMPFPRV COMPARE OPEN FAILED - STATUS: '       02661200
                         WS-EMPFPRV-STATUS ' ' WS-SNEMPF-STATUS         02661300
                    DELIMITED BY SIZE INTO WS-MSG-TEXT                  02661400
                  MOVE 6 TO WS-MSG-NUM                                  02661500
                  MOVE 'S' TO WS-MSG-SEV                                02661600
                  PERFORM B950-ISSUE-MSG-PARA                           02661700
                  MOVE 'N' TO WS-CHECK-FLAG                             02661800
               ELSE                                                     02661900
                  PERFORM B180-READ-EMPFPRV-PARA                        02662000
                  PERFORM B185-READ-SNEMPF-PARA                         02662100
                  PERFORM B175-COMPARE-EMPFPRV-PARA                     02662200
                     UNTIL WS-EMPF-EOF = 'Y' AND WS-SNEMPF-EOF = 'Y'    02662300
                  CLOSE EMPFPRV                                         02662400
                  CLOSE SNEMPF                                          02662500
                  PERFORM B190-CHECK-GENERATION-PARA                    02662600
               END-IF                                                   02662700
            END-IF.                                                     02662800
                                                                        02662900
       B175-COMPARE-EMPFPRV-PARA.                                       02663000
                                                                        02663100
            IF WS-EMPF-EOF = 'Y' OR WS-SNEMPF-EOF = 'Y'                 02663200
               MOVE 'Y' TO WS-EMPF-DIFF-FLAG                            02663300
            ELSE                                                        02663400
               IF EMPFPRV-REC NOT = SNEMPF-REC                          02663500
                  MOVE 'Y' TO WS-EMPF-DIFF-FLAG                         02663600
               END-IF                                                   02663700
            END-IF.                                                     02663800
            IF WS-EMPF-EOF NOT = 'Y'                                    02663900
               PERFORM B180-READ-EMPFPRV-PARA                           02664000
            END-IF.                                                     02664100
            IF WS-SNEMPF-EOF NOT = 'Y'                                  02664200
               PERFORM B185-READ-SNEMPF-PARA                            02664300
            END-IF.                                                     02664400
                                                                        02664500
       B180-READ-EMPFPRV-PARA.                                          02664600
                                                                        02664700
            READ EMPFPRV                                                02664800
              AT END MOVE 'Y' TO WS-EMPF-EOF                            02664900
              NOT AT END ADD 1 TO WS-CNT-EMPF-READ                      02665000
            END-READ.                                                   02665100
                                                                        02665200
       B185-READ-SNEMPF-PARA.                                           02665300
                                                                        02665400
            READ SNEMPF                                                 02665500
              AT END MOVE 'Y' TO WS-SNEMPF-EOF                          02665600
              NOT AT END ADD 1 TO WS-CNT-SNEMPF-READ                    02665700
            END-READ.                                                   02665800
                                                                        02665900
       B190-CHECK-GENERATION-PARA.                                      02666000
                                                                        02666100
            EVALUATE TRUE                                               02666200
            WHEN WS-CNT-SNEMPF-READ NOT = WS-SNAP-EMPF-CNT              02666300
                 MOVE SPACES TO WS-MSG-TEXT                             02666400
                 STRING 'SNAPSHOT EMPFPRV COPY DOES NOT MATCH SNAPSHOT '02666500
                        'CONTROL'                                       02666600
                   DELIMITED BY SIZE INTO WS-MSG-TEXT                   02666700
                 MOVE 7 TO WS-MSG-NUM                                   02666800
                 MOVE 'S' TO WS-MSG-SEV                                 02666900
                 PERFORM B950-ISSUE-MSG-PARA                            02667000
                 MOVE 'N' TO WS-CHECK-FLAG                              02667100
            WHEN WS-CNT-EMPF-READ = ZERO                                02667200
                 AND WS-SNAP-EMPF-CNT > ZERO                            02667300
                 MOVE SPACES TO WS-MSG-TEXT                             02667400
                 STRING 'EMPFPRV(0) IS EMPTY - DELETE THE RERUN '       02667500
                        'GENERATIONS FIRST'                             02667600
                   DELIMITED BY SIZE INTO WS-MSG-TEXT                   02667700
                 MOVE 8 TO WS-MSG-NUM                                   02667800
                 MOVE 'S' TO WS-MSG-SEV                                 02667900
                 PERFORM B950-ISSUE-MSG-PARA                            02668000
                 MOVE 'N' TO WS-CHECK-FLAG                              02668100
            WHEN WS-EMPF-DIFFERS                                        02668200
                 MOVE 'Y' TO WS-GEN-FLAG                                02668300
                 DISPLAY 'EMPFPRV(0) WAS CUT AFTER THE SNAPSHOT - IT '  02668400
                         'WILL BE DELETED'                              02668500
            WHEN OTHER                                                  02668600
                 DISPLAY 'EMPFPRV(0) MATCHES THE SNAPSHOT COPY - NO '   02668700
                         'GENERATION TO DELETE'                         02668800
            END-EVALUATE.                                               02668900
                                                                        02669000
       B200-CHECK-LOCK-PARA.                                            02670000
                                                                        02680000
            MOVE SPACES TO CYCLOCK-REC.                                 02690000
            OPEN INPUT CYCLOCK.                                         02700000
            IF WS-CYCLOCK-STATUS = '00'                                 02710000
               READ CYCLOCK                                             02720000
                 AT END MOVE SPACES TO CYCLOCK-REC                      02730000
               END-READ                                                 02740000
               CLOSE CYCLOCK                                            02750000
            END-IF.                                                     02760000
            MOVE CYCLOCK-REC TO WS-CYCLOCK-SAVE.                        02770000
            EVALUATE TRUE                                               02780000
            WHEN WS-MODE-RESET                                          02790000
                 AND CK-HELD AND CK-JOB-NAME = 'CYCBACK'                02800000
                 CONTINUE                                               02810000
            WHEN WS-MODE-RESET                                          02820000
                 MOVE SPACES TO WS-MSG-TEXT                             02830000
                 STRING 'RESET WITHOUT A BACKOUT IN PROGRESS - LOCK '   02840000
                        CK-STATUS ' ' CK-JOB-NAME                       02850000
                   DELIMITED BY SIZE INTO WS-MSG-TEXT                   02860000
                 MOVE 4 TO WS-MSG-NUM                                   02870000
                 MOVE 'S' TO WS-MSG-SEV                                 02880000
                 PERFORM B950-ISSUE-MSG-PARA                            02890000
                 MOVE 'N' TO WS-CHECK-FLAG                              02900000
            WHEN CK-HELD                                                02910000
                 AND CK-JOB-NAME NOT = 'NIGHTLY'                        02920000
                 AND CK-JOB-NAME NOT = 'CYCBACK'                        02930000
                 MOVE SPACES TO WS-MSG-TEXT                             02940000
                 STRING 'CYCLE LOCK HELD BY ' CK-JOB-NAME               02950000
                        ' - BACKOUT CANNOT RUN'                         02960000
                   DELIMITED BY SIZE INTO WS-MSG-TEXT                   02970000
                 MOVE 4 TO WS-MSG-NUM                                   02980000
                 MOVE 'S' TO WS-MSG-SEV                                 02990000
                 PERFORM B950-ISSUE-MSG-PARA                            03000000
                 MOVE 'N' TO WS-CHECK-FLAG                              03010000
            WHEN OTHER                                                  03020000
                 CONTINUE                                               03030000
            END-EVALUATE.                                               03040000
                                                                        03050000
       B250-TAKE-LOCK-PARA.                                             03060000
                                                                        03070000
            MOVE SPACES               TO CYCLOCK-REC.                   03080000
            MOVE 'H'                  TO CK-STATUS.                     03090000
            MOVE 'CYCBACK'            TO CK-JOB-NAME.                   03100000
            MOVE WS-PARM-DATE         TO CK-BUSINESS-DATE.              03110000
            MOVE FUNCTION CURRENT-DATE TO CK-SET-TS.                    03120000
            OPEN OUTPUT CYCLOCK.                                        03130000
            WRITE CYCLOCK-REC.                                          03140000
            CLOSE CYCLOCK.                                              03150000
            DISPLAY 'CYCLE LOCK HELD FOR CYCBACK'.                      03160000
                                                                        03170000
       B300-REVERSE-STUDENTS-PARA.                                      03180000
                                                                        03190000
            OPEN INPUT SNSTUD.                                          03200000
            IF WS-SNSTUD-STATUS NOT = '00'                              03210000
               DISPLAY 'SNSTUD OPEN FAILED - STATUS: '                  03220000
                       WS-SNSTUD-STATUS                                 03230000
               PERFORM B910-REVERSAL-FAILED-PARA                        03240000
            ELSE                                                        03250000
               EXEC SQL                                                 03260000
                    OPEN BKSTUCUR                                       03270000
               END-EXEC                                                 03280000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              03290000
               IF NOT SQL-SUCCESS                                       03300000
                  DISPLAY 'BKSTUCUR OPEN ERROR SQLCODE: ' SQLCODE       03310000
                  PERFORM B910-REVERSAL-FAILED-PARA                     03320000
               ELSE                                                     03330000
                  PERFORM B310-READ-SNAPSHOT-PARA                       03340000
                  PERFORM B320-FETCH-TABLE-PARA                         03350000
                  PERFORM B330-MATCH-STUDENT-PARA                       03360000
                     UNTIL WS-SNAP-KEY = WS-KEY-EOF                     03370000
                       AND WS-TBL-KEY = WS-KEY-EOF                      03380000
                        OR WS-REVERSAL-FAILED                           03390000
                  EXEC SQL                                              03400000
                       CLOSE BKSTUCUR                                   03410000
                  END-EXEC                                              03420000
                  CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS           03430000
               END-IF                                                   03440000
               CLOSE SNSTUD                                             03450000
            END-IF.                                                     03460000
            IF NOT WS-REVERSAL-FAILED                                   03470000
               AND WS-CNT-SNAP-READ NOT = WS-SNAP-STUD-CNT              03480000
               DISPLAY 'SNAPSHOT STUDENTS ' WS-CNT-SNAP-READ            03490000
                       ' VS SNAPSHOT CONTROL ' WS-SNAP-STUD-CNT         03500000
               PERFORM B910-REVERSAL-FAILED-PARA                        03510000
            END-IF.                                                     03520000
                                                                        03530000
       B310-READ-SNAPSHOT-PARA.                                         03540000
                                                                        03550000
            READ SNSTUD                                                 03560000
              AT END                                                    03570000
                 MOVE 'Y' TO WS-SNAP-EOF                                03580000
                 MOVE WS-KEY-EOF TO WS-SNAP-KEY                         03590000
              NOT AT END                                                03600000
                 ADD 1 TO WS-CNT-SNAP-READ                              03610000
                 MOVE SS-STUD-ID          TO WS-SNAP-KEY                03620000
                 MOVE SS-STUD-ID          TO WS-SN-STUD-ID              03630000
                 MOVE SS-STUD-NAME        TO WS-SN-STUD-NAME            03640000
                 MOVE SS-STUD-DEPT        TO WS-SN-STUD-DEPT            03650000
                 MOVE SS-ENROLL-STATUS    TO WS-SN-STUD-STATUS          03660000
                 MOVE SS-STATUS-EFF-DATE  TO WS-SN-STATUS-EFF-DATE      03670000
                 MOVE SS-PRIVACY-FLAG     TO WS-SN-PRIVACY-FLAG         03680000
                 MOVE SS-PRIVACY-EFF-DATE TO WS-SN-PRIVACY-EFF-DATE     03690000
                 MOVE SS-ENTRY-TERM       TO WS-SN-ENTRY-TERM           03700000
            END-READ.                                                   03710000
                                                                        03720000
       B320-FETCH-TABLE-PARA.                                           03730000
                                                                        03740000
            EXEC SQL                                                    03750000
                 FETCH BKSTUCUR                                         03760000
                   INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,      03770000
                        :WS-STUD-STATUS, :WS-STATUS-EFF-DATE,           03780000
                        :WS-PRIVACY-FLAG, :WS-PRIVACY-EFF-DATE,         03790000
                        :WS-ENTRY-TERM                                  03800000
            END-EXEC.                                                   03810000
                                                                        03820000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03830000
            EVALUATE TRUE                                               03840000
            WHEN SQL-NOTFOUND                                           03850000
                 MOVE 'Y' TO WS-TBL-EOF                                 03860000
                 MOVE WS-KEY-EOF TO WS-TBL-KEY                          03870000
            WHEN SQL-SUCCESS                                            03880000
                 ADD 1 TO WS-CNT-TBL-READ                               03890000
                 MOVE WS-STUD-ID TO WS-TBL-KEY                          03900000
            WHEN OTHER                                                  03910000
                 DISPLAY 'BKSTUCUR FETCH ERROR SQLCODE: ' SQLCODE       03920000
                 PERFORM B910-REVERSAL-FAILED-PARA                      03930000
            END-EVALUATE.                                               03940000
                                                                        03950000
       B330-MATCH-STUDENT-PARA.                                         03960000
                                                                        03970000
            EVALUATE TRUE                                               03980000
            WHEN WS-SNAP-KEY < WS-TBL-KEY                               03990000
                 PERFORM B340-RESTORE-STUDENT-PARA                      04000000
                 PERFORM B310-READ-SNAPSHOT-PARA                        04010000
            WHEN WS-TBL-KEY < WS-SNAP-KEY                               04020000
                 PERFORM B350-REMOVE-STUDENT-PARA                       04030000
                 PERFORM B320-FETCH-TABLE-PARA                          04040000
            WHEN OTHER                                                  04050000
                 IF WS-SN-STUD-NAME        = WS-STUD-NAME               04060000
                    AND WS-SN-STUD-DEPT    = WS-STUD-DEPT               04070000
                    AND WS-SN-STUD-STATUS  = WS-STUD-STATUS             04080000
                    AND WS-SN-STATUS-EFF-DATE = WS-STATUS-EFF-DATE      04090000
                    AND WS-SN-PRIVACY-FLAG = WS-PRIVACY-FLAG            04100000
                    AND WS-SN-PRIVACY-EFF-DATE = WS-PRIVACY-EFF-DATE    04110000
                    AND WS-SN-ENTRY-TERM   = WS-ENTRY-TERM              04120000
                    ADD 1 TO WS-CNT-UNCHANGED                           04130000
                 ELSE                                                   04140000
                    PERFORM B360-REVERT-STUDENT-PARA                    04150000
                 END-IF                                                 04160000
                 PERFORM B310-READ-SNAPSHOT-PARA                        04170000
                 PERFORM B320-FETCH-TABLE-PARA                          04180000
            END-EVALUATE.                                               04190000
                                                                        04200000
       B340-RESTORE-STUDENT-PARA.                                       04210000
                                                                        04220000
            EXEC SQL                                                    04230000
                 INSERT INTO STUD_STUDENT                               04240000
                        (STUD_ID, STUD_NAME, STUD_DEPT,                 04250000
                         STUD_ENROLL_STATUS, STATUS_EFF_DT,             04260000
                         PRIVACY_FLAG, PRIVACY_EFF_DT, ENTRY_TERM)      04270000
                 VALUES (:WS-SN-STUD-ID, :WS-SN-STUD-NAME,              04280000
                         :WS-SN-STUD-DEPT, :WS-SN-STUD-STATUS,          04290000
                         :WS-SN-STATUS-EFF-DATE, :WS-SN-PRIVACY-FLAG,   04300000
                         :WS-SN-PRIVACY-EFF-DATE, :WS-SN-ENTRY-TERM)    04310000
            END-EXEC.                                                   04320000
                                                                        04330000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                04340000
            IF SQL-SUCCESS                                              04350000
               ADD 1 TO WS-CNT-RESTORED                                 04360000
               DISPLAY 'RESTORED STUD-ID: ' SS-STUD-ID                  04370000
            ELSE                                                        04380000
               DISPLAY 'RESTORE FAILED STUD-ID: ' SS-STUD-ID            04390000
                       ' SQLCODE: ' SQLCODE                             04400000
               PERFORM B910-REVERSAL-FAILED-PARA                        04410000
            END-IF.                                                     04420000
                                                                        04430000
       B350-REMOVE-STUDENT-PARA.                                        04440000
                                                                        04450000
            EXEC SQL                                                    04460000
                 DELETE FROM STUD_STUDENT                               04470000
                  WHERE STUD_ID = :WS-STUD-ID                           04480000
            END-EXEC.                                                   04490000
                                                                        04500000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                04510000
            IF SQL-SUCCESS                                              04520000
               ADD 1 TO WS-CNT-REMOVED                                  04530000
               DISPLAY 'REMOVED STUD-ID: ' WS-TBL-KEY                   04540000
            ELSE                                                        04550000
               DISPLAY 'REMOVE FAILED STUD-ID: ' WS-TBL-KEY             04560000
                       ' SQLCODE: ' SQLCODE                             04570000
               PERFORM B910-REVERSAL-FAILED-PARA                        04580000
            END-IF.                                                     04590000
                                                                        04600000
       B360-REVERT-STUDENT-PARA.                                        04610000
                                                                        04620000
            EXEC SQL                                                    04630000
                 UPDATE STUD_STUDENT                                    04640000
                    SET STUD_NAME          = :WS-SN-STUD-NAME,          04650000
                        STUD_DEPT          = :WS-SN-STUD-DEPT,          04660000
                        STUD_ENROLL_STATUS = :WS-SN-STUD-STATUS,        04670000
                        STATUS_EFF_DT      = :WS-SN-STATUS-EFF-DATE,    04680000
                        PRIVACY_FLAG       = :WS-SN-PRIVACY-FLAG,       04690000
                        PRIVACY_EFF_DT     = :WS-SN-PRIVACY-EFF-DATE,   04700000
                        ENTRY_TERM         = :WS-SN-ENTRY-TERM          04710000
                  WHERE STUD_ID = :WS-SN-STUD-ID                        04720000
            END-EXEC.                                                   04730000
                                                                        04740000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                04750000
            IF SQL-SUCCESS                                              04760000
               ADD 1 TO WS-CNT-REVERTED                                 04770000
               DISPLAY 'REVERTED STUD-ID: ' SS-STUD-ID                  04780000
            ELSE                                                        04790000
               DISPLAY 'REVERT FAILED STUD-ID: ' SS-STUD-ID             04800000
                       ' SQLCODE: ' SQLCODE                             04810000
               PERFORM B910-REVERSAL-FAILED-PARA                        04820000
            END-IF.                                                     04830000
                                                                        04840000
       B400-REVERSE-HISTORY-PARA.                                       04850000
                                                                        04860000
            EXEC SQL                                                    04870000
                 DELETE FROM STUD_STUDENT_HIST                          04880000
                  WHERE EFFECTIVE_TS >= :WS-SNAP-TS                     04890000
            END-EXEC.                                                   04900000
                                                                        04910000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                04920000
            IF SQL-SUCCESS OR SQL-NOTFOUND                              04930000
               IF SQL-SUCCESS                                           04940000
                  MOVE SQLERRD(3) TO WS-CNT-HIST-DEL                    04950000
               END-IF                                                   04960000
            ELSE                                                        04970000
               DISPLAY 'HISTORY REVERSAL FAILED SQLCODE: ' SQLCODE      04980000
               PERFORM B910-REVERSAL-FAILED-PARA                        04990000
            END-IF.                                                     05000000
                                                                        05010000
       B450-END-UNIT-OF-WORK-PARA.                                      05020000
                                                                        05030000
            IF WS-REVERSAL-FAILED                                       05040000
               EXEC SQL                                                 05050000
                    ROLLBACK                                            05060000
               END-EXEC                                                 05070000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              05080000
               IF SQL-SUCCESS                                           05090000
                  DISPLAY 'STUDENT TABLE REVERSAL ROLLED BACK'          05100000
               ELSE                                                     05110000
                  DISPLAY 'ROLLBACK FAILED SQLCODE: ' SQLCODE           05120000
               END-IF                                                   05130000
            ELSE                                                        05140000
               EXEC SQL                                                 05150000
                    COMMIT                                              05160000
               END-EXEC                                                 05170000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              05180000
               IF SQL-SUCCESS                                           05190000
                  DISPLAY 'STUDENT TABLE REVERSAL COMMITTED'            05200000
               ELSE                                                     05210000
                  DISPLAY 'COMMIT FAILED SQLCODE: ' SQLCODE             05220000
                  PERFORM B910-REVERSAL-FAILED-PARA                     05230000
               END-IF                                                   05240000
            END-IF.                                                     05250000
                                                                        05260000
       B500-RESET-CYCLE-PARA.                                           05270000
                                                                        05280000
            OPEN OUTPUT STEPCTLF.                                       05290000
            CLOSE STEPCTLF.                                             05300000
            DISPLAY 'STEP CONTROL FILE RESET'.                          05310000
                                                                        05320000
            OPEN INPUT CYCDATE.                                         05330000
            MOVE SPACES TO CYCDATE-REC.                                 05340000
            IF WS-CYCDATE-STATUS = '00'                                 05350000
               READ CYCDATE                                             05360000
                 AT END MOVE SPACES TO CYCDATE-REC                      05370000
               END-READ                                                 05380000
               CLOSE CYCDATE                                            05390000
            END-IF.                                                     05400000
            MOVE WS-PARM-DATE TO CD-BUSINESS-DATE.                      05410000
            OPEN OUTPUT CYCDATE.                                        05420000
            WRITE CYCDATE-REC.                                          05430000
            CLOSE CYCDATE.                                              05440000
            DISPLAY 'CYCLE DATE SET TO: ' WS-PARM-DATE.                 05450000
                                                                        05460000
            MOVE WS-CYCLOCK-SAVE       TO CYCLOCK-REC.                  05470000
            MOVE 'F'                   TO CK-STATUS.                    05480000
            MOVE FUNCTION CURRENT-DATE TO CK-REL-TS.                    05490000
            OPEN OUTPUT CYCLOCK.                                        05500000
            WRITE CYCLOCK-REC.                                          05510000
            CLOSE CYCLOCK.                                              05520000
            DISPLAY 'CYCLE LOCK RELEASED'.                              05530000
                                                                        05540000
       B910-REVERSAL-FAILED-PARA.                                       05550000
                                                                        05560000
            IF NOT WS-REVERSAL-FAILED                                   05570000
               MOVE SQLCODE TO WS-SQLCODE-ED                            05580000
               MOVE SPACES TO WS-MSG-TEXT                               05590000
               STRING 'STUDENT TABLE REVERSAL FAILED - SQLCODE: '       05600000
                      WS-SQLCODE-ED                                     05610000
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     05620000
               MOVE 5 TO WS-MSG-NUM                                     05630000
               MOVE 'S' TO WS-MSG-SEV                                   05640000
               PERFORM B950-ISSUE-MSG-PARA                              05650000
            END-IF.                                                     05660000
            MOVE 'Y' TO WS-FAIL-FLAG.                                   05670000
                                                                        05680000
       B950-ISSUE-MSG-PARA.                                             05690000
                                                                        05700000
            CALL 'CYCMSG' USING WS-MSG-PGM, WS-MSG-NUM,                 05710000
                                WS-MSG-SEV, WS-MSG-TEXT                 05720000
              ON EXCEPTION                                              05730000
                 DISPLAY 'MSG MODULE UNAVAILABLE: ' WS-MSG-TEXT         05740000
            END-CALL.                                                   05750000
