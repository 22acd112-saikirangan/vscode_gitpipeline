       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. NAMEKEY.                                             00020000
       DATA DIVISION.                                                   00030000
       WORKING-STORAGE SECTION.                                         00040000
       01 WS-NAME-PARM-IN    PIC X(30).                                 00050000
       01 WS-NAME-PARM-OUT   PIC X(30).                                 00060000
       01 WS-NAME-PARM-RC    PIC 9(02).                                 00070000
       01 WS-NAME-WORK       PIC X(30).                                 00080000
       01 WS-LEAD-CNT        PIC 9(02) COMP.                            00090000
       01 WS-TOKEN-CNT       PIC 9(02) COMP.                            00100000
       01 WS-TOKENS.                                                    00110000
          05 WS-TOKEN        PIC X(20) OCCURS 5 TIMES.                  00120000
       01 WS-SUFFIX-TEST     PIC X(20).                                 00130000
           88 WS-SUFFIX-TOKEN       VALUE 'JR' 'SR' 'JR.' 'SR.'         00140000
              'II' 'III' 'IV' 'V'.                                      00150000
       01 WS-PHON-IN         PIC X(20).                                 00160000
       01 WS-PHON-CODES      PIC X(20).                                 00170000
       01 WS-PHON-OUT        PIC X(04).                                 00180000
       01 WS-PHON-CODE       PIC X(01).                                 00190000
       01 WS-PHON-PREV       PIC X(01).                                 00200000
       01 WS-PHON-LEN        PIC 9(02) COMP.                            00210000
       01 WS-PX              PIC 9(02) COMP.                            00220000
       LINKAGE SECTION.                                                 00230000
       01 LK-NAME-IN         PIC X(30).                                 00240000
           COPY NAMEPARM.                                               00250000
       PROCEDURE DIVISION USING LK-NAME-IN, NAME-KEY-PARM.              00260000
       MAIN-ROUTINE.                                                    00270000
            MOVE SPACES TO NK-STD-NAME.                                 00280000
            MOVE SPACES TO NK-LAST-NAME.                                00290000
            MOVE SPACES TO NK-FIRST-NAME.                               00300000
            MOVE SPACES TO NK-LAST-PHON.                                00310000
            MOVE SPACES TO NK-FIRST-PHON.                               00320000
            MOVE ZERO TO NK-NAME-RC.                                    00330000
            MOVE LK-NAME-IN TO WS-NAME-PARM-IN.                         00340000
            INSPECT WS-NAME-PARM-IN                                     00350000
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'                  00360000
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                 00370000
            CALL 'DEMONAME' USING WS-NAME-PARM-IN,                      00380000
                                  WS-NAME-PARM-OUT,                     00390000
                                  WS-NAME-PARM-RC                       00400000
              ON EXCEPTION                                              00410000
                 MOVE 99 TO WS-NAME-PARM-RC                             00420000
            END-CALL.                                                   00430000
            IF WS-NAME-PARM-RC = ZERO                                   00440000
               MOVE WS-NAME-PARM-OUT TO NK-STD-NAME                     00450000
            ELSE                                                        00460000
               MOVE WS-NAME-PARM-IN TO NK-STD-NAME                      00470000
               MOVE 4 TO NK-NAME-RC                                     00480000
            END-IF.                                                     00490000
            PERFORM K100-SPLIT-NAME-PARA.                               00500000
            IF NK-LAST-NAME = SPACES                                    00510000
               MOVE 8 TO NK-NAME-RC                                     00520000
            ELSE                                                        00530000
               MOVE NK-LAST-NAME TO WS-PHON-IN                          00540000
               PERFORM K200-SOUNDEX-PARA                                00550000
               MOVE WS-PHON-OUT TO NK-LAST-PHON                         00560000
               IF NK-FIRST-NAME NOT = SPACES                            00570000
                  MOVE NK-FIRST-NAME TO WS-PHON-IN                      00580000
                  PERFORM K200-SOUNDEX-PARA                             00590000
                  MOVE WS-PHON-OUT TO NK-FIRST-PHON                     00600000
               END-IF                                                   00610000
            END-IF.                                                     00620000
            GOBACK.                                                     00630000
                                                                        00640000
       K100-SPLIT-NAME-PARA.                                            00650000
                                                                        00660000
            MOVE ZERO TO WS-LEAD-CNT.                                   00670000
            INSPECT NK-STD-NAME TALLYING WS-LEAD-CNT FOR LEADING SPACES.00680000
            IF WS-LEAD-CNT < 30                                         00690000
               MOVE NK-STD-NAME(WS-LEAD-CNT + 1:) TO WS-NAME-WORK       00700000
               MOVE SPACES TO WS-TOKENS                                 00710000
               MOVE ZERO TO WS-TOKEN-CNT                                00720000
               UNSTRING WS-NAME-WORK DELIMITED BY ALL ' '               00730000
                  INTO WS-TOKEN(1), WS-TOKEN(2), WS-TOKEN(3),           00740000
                       WS-TOKEN(4), WS-TOKEN(5)                         00750000
                  TALLYING IN WS-TOKEN-CNT                              00760000
               END-UNSTRING                                             00770000
               IF WS-TOKEN-CNT > 1                                      00780000
                  MOVE WS-TOKEN(WS-TOKEN-CNT) TO WS-SUFFIX-TEST         00790000
                  IF WS-SUFFIX-TOKEN                                    00800000
                     SUBTRACT 1 FROM WS-TOKEN-CNT                       00810000
                  END-IF                                                00820000
               END-IF                                                   00830000
               IF WS-TOKEN-CNT > ZERO                                   00840000
                  MOVE WS-TOKEN(WS-TOKEN-CNT) TO NK-LAST-NAME           00850000
               END-IF                                                   00860000
               IF WS-TOKEN-CNT > 1                                      00870000
                  MOVE WS-TOKEN(1) TO NK-FIRST-NAME                     00880000
               END-IF                                                   00890000
            END-IF.                                                     00900000
                                                                        00910000
       K200-SOUNDEX-PARA.                                               00920000
                                                                        00930000
            MOVE SPACES TO WS-PHON-OUT.                                 00940000
            MOVE SPACE TO WS-PHON-PREV.                                 00950000
            MOVE ZERO TO WS-PHON-LEN.                                   00960000
            MOVE WS-PHON-IN TO WS-PHON-CODES.                           00970000
            INSPECT WS-PHON-CODES                                       00980000
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'                  00990000
                       TO '01230129022455012623019202'.                 01000000
            PERFORM K210-SOUNDEX-CHAR-PARA                              01010000
               VARYING WS-PX FROM 1 BY 1                                01020000
               UNTIL WS-PX > 20 OR WS-PHON-LEN = 4.                     01030000
            IF WS-PHON-LEN > ZERO                                       01040000
               INSPECT WS-PHON-OUT(2:3) REPLACING ALL SPACE BY '0'      01050000
            END-IF.                                                     01060000
                                                                        01070000
       K210-SOUNDEX-CHAR-PARA.                                          01080000
                                                                        01090000
            IF WS-PHON-IN(WS-PX:1) IS ALPHABETIC-UPPER                  01100000
               AND WS-PHON-IN(WS-PX:1) NOT = SPACE                      01110000
               MOVE WS-PHON-CODES(WS-PX:1) TO WS-PHON-CODE              01120000
               IF WS-PHON-LEN = ZERO                                    01130000
                  MOVE WS-PHON-IN(WS-PX:1) TO WS-PHON-OUT(1:1)          01140000
                  MOVE 1 TO WS-PHON-LEN                                 01150000
                  MOVE WS-PHON-CODE TO WS-PHON-PREV                     01160000
               ELSE                                                     01170000
                  EVALUATE TRUE                                         01180000
                  WHEN WS-PHON-CODE = '9'                               01190000
                       CONTINUE                                         01200000
                  WHEN WS-PHON-CODE = '0'                               01210000
                       MOVE '0' TO WS-PHON-PREV                         01220000
                  WHEN WS-PHON-CODE = WS-PHON-PREV                      01230000
                       CONTINUE                                         01240000
                  WHEN OTHER                                            01250000
                       ADD 1 TO WS-PHON-LEN                             01260000
                       MOVE WS-PHON-CODE TO WS-PHON-OUT(WS-PHON-LEN:1)  01270000
                       MOVE WS-PHON-CODE TO WS-PHON-PREV                01280000
                  END-EVALUATE                                          01290000
               END-IF                                                   01300000
            END-IF.                                                     01310000
