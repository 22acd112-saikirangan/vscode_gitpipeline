       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. CYCLCHK.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT CYCLOCK ASSIGN TO CYCLOCK                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-LOCK-STATUS.                          00080000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00090000
                ORGANIZATION IS SEQUENTIAL                              00100000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00110000
       DATA DIVISION.                                                   00120000
       FILE SECTION.                                                    00130000
       FD CYCLOCK                                                       00140000
            RECORDING MODE IS F.                                        00150000
           COPY CYCLOCK.                                                00160000
       FD CYCDATE                                                       00170000
            RECORDING MODE IS F.                                        00180000
           COPY CYCDATE.                                                00190000
       WORKING-STORAGE SECTION.                                         00200000
       01 WS-LOCK-STATUS     PIC X(02) VALUE SPACES.                    00210000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00220000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00230000
       01 WS-PARM-CARD.                                                 00240000
          05 WS-PARM-ACTION     PIC X(01).                              00250000
              88 WS-ACTION-CHECK     VALUE 'C'.                         00260000
              88 WS-ACTION-HOLD      VALUE 'H'.                         00270000
              88 WS-ACTION-RELEASE   VALUE 'R'.                         00280000
          05 WS-PARM-JOB        PIC X(08).                              00290000
          05 FILLER             PIC X(01).                              00300000
          05 WS-PARM-WAIT       PIC 9(03).                              00310000
          05 FILLER             PIC X(01).                              00320000
          05 WS-PARM-POLL       PIC 9(02).                              00330000
          05 FILLER             PIC X(64).                              00340000
       77 WS-MAX-WAIT        PIC 9(03) COMP VALUE ZERO.                 00350000
       77 WS-POLL-MINS       PIC 9(02) COMP VALUE 1.                    00360000
       01 WS-WAITED-MINS     PIC 9(05) COMP VALUE ZERO.                 00370000
       01 WS-WAIT-HUNDREDTHS PIC S9(08) COMP VALUE ZERO.                00380000
       01 WS-LOCK-FLAG       PIC X(01) VALUE 'N'.                       00390000
           88 WS-LOCK-AVAILABLE     VALUE 'Y'.                          00400000
       01 WS-HOLDER-JOB      PIC X(08) VALUE SPACES.                    00410000
       01 WS-HOLDER-TS       PIC X(26) VALUE SPACES.                    00420000
                                                                        00430000
       PROCEDURE DIVISION.                                              00440000
                                                                        00450000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             00460000
            IF NOT WS-ACTION-CHECK AND NOT WS-ACTION-HOLD               00470000
               AND NOT WS-ACTION-RELEASE                                00480000
               DISPLAY 'BAD CYCLE LOCK ACTION: ' WS-PARM-ACTION         00490000
               MOVE +8 TO RETURN-CODE                                   00500000
               GOBACK                                                   00510000
            END-IF.                                                     00520000
            IF WS-PARM-JOB = SPACES                                     00530000
               DISPLAY 'NO JOB NAME ON CYCLE LOCK CARD'                 00540000
               MOVE +8 TO RETURN-CODE                                   00550000
               GOBACK                                                   00560000
            END-IF.                                                     00570000
            IF WS-PARM-WAIT IS NUMERIC                                  00580000
               MOVE WS-PARM-WAIT TO WS-MAX-WAIT                         00590000
            END-IF.                                                     00600000
            IF WS-PARM-POLL IS NUMERIC                                  00610000
               AND WS-PARM-POLL > ZERO                                  00620000
               MOVE WS-PARM-POLL TO WS-POLL-MINS                        00630000
            END-IF.                                                     00640000
                                                                        00650000
            MOVE ZERO TO RETURN-CODE.                                   00660000
            IF WS-ACTION-RELEASE                                        00670000
               PERFORM K400-RELEASE-LOCK-PARA                           00680000
            ELSE                                                        00690000
               PERFORM K200-CHECK-LOCK-PARA                             00700000
               PERFORM K250-WAIT-FOR-LOCK-PARA                          00710000
                  UNTIL WS-LOCK-AVAILABLE                               00720000
                     OR WS-WAITED-MINS >= WS-MAX-WAIT                   00730000
               IF WS-LOCK-AVAILABLE                                     00740000
                  DISPLAY 'CYCLE LOCK FREE - ' WS-PARM-JOB              00750000
                          ' MAY PROCEED'                                00760000
                  IF WS-ACTION-HOLD                                     00770000
                     PERFORM K300-HOLD-LOCK-PARA                        00780000
                  END-IF                                                00790000
               ELSE                                                     00800000
                  DISPLAY 'CYCLE LOCK HELD BY ' WS-HOLDER-JOB           00810000
                          ' SINCE ' WS-HOLDER-TS(1:14)                  00820000
                  DISPLAY WS-PARM-JOB ' NOT RUN - WAITED '              00830000
                          WS-WAITED-MINS ' MIN'                         00840000
                  MOVE +12 TO RETURN-CODE                               00850000
               END-IF                                                   00860000
            END-IF.                                                     00870000
                                                                        00880000
            GOBACK.                                                     00890000
                                                                        00900000
       K100-READ-LOCK-PARA.                                             00910000
                                                                        00920000
            OPEN INPUT CYCLOCK.                                         00930000
            IF WS-LOCK-STATUS NOT = '00'                                00940000
               MOVE 'F' TO CK-STATUS                                    00950000
               MOVE SPACES TO CK-JOB-NAME                               00960000
            ELSE                                                        00970000
               READ CYCLOCK                                             00980000
                 AT END                                                 00990000
                    MOVE 'F' TO CK-STATUS                               01000000
                    MOVE SPACES TO CK-JOB-NAME                          01010000
                 NOT AT END                                             01020000
                    CONTINUE                                            01030000
               END-READ                                                 01040000
               CLOSE CYCLOCK                                            01050000
            END-IF.                                                     01060000
                                                                        01070000
       K200-CHECK-LOCK-PARA.                                            01080000
                                                                        01090000
            PERFORM K100-READ-LOCK-PARA.                                01100000
            IF CK-HELD AND CK-JOB-NAME NOT = WS-PARM-JOB                01110000
               MOVE 'N' TO WS-LOCK-FLAG                                 01120000
               MOVE CK-JOB-NAME TO WS-HOLDER-JOB                        01130000
               MOVE CK-SET-TS   TO WS-HOLDER-TS                         01140000
            ELSE                                                        01150000
               MOVE 'Y' TO WS-LOCK-FLAG                                 01160000
            END-IF.                                                     01170000
                                                                        01180000
       K250-WAIT-FOR-LOCK-PARA.                                         01190000
                                                                        01200000
            DISPLAY 'CYCLE LOCK HELD BY ' WS-HOLDER-JOB                 01210000
                    ' - WAITING ' WS-POLL-MINS ' MIN'.                  01220000
            COMPUTE WS-WAIT-HUNDREDTHS = WS-POLL-MINS * 6000.           01230000
            CALL 'ILBOWAT0' USING WS-WAIT-HUNDREDTHS                    01240000
              ON EXCEPTION                                              01250000
                 DISPLAY 'WAIT MODULE UNAVAILABLE - NO PAUSE'           01260000
            END-CALL.                                                   01270000
            ADD WS-POLL-MINS TO WS-WAITED-MINS.                         01280000
            PERFORM K200-CHECK-LOCK-PARA.                               01290000
                                                                        01300000
       K300-HOLD-LOCK-PARA.                                             01310000
                                                                        01320000
            PERFORM K310-READ-CYCDATE-PARA.                             01330000
            MOVE 'H'              TO CK-STATUS.                         01340000
            MOVE WS-PARM-JOB      TO CK-JOB-NAME.                       01350000
            MOVE WS-BUSINESS-DATE TO CK-BUSINESS-DATE.                  01360000
            MOVE SPACE            TO CK-RUN-TYPE.                       01370000
            MOVE FUNCTION CURRENT-DATE TO CK-SET-TS.                    01380000
            MOVE SPACES           TO CK-REL-TS.                         01390000
            OPEN OUTPUT CYCLOCK.                                        01400000
            WRITE CYCLOCK-REC.                                          01410000
            CLOSE CYCLOCK.                                              01420000
            DISPLAY 'CYCLE LOCK TAKEN BY ' WS-PARM-JOB.                 01430000
                                                                        01440000
       K310-READ-CYCDATE-PARA.                                          01450000
                                                                        01460000
            OPEN INPUT CYCDATE.                                         01470000
            IF WS-CYCDATE-STATUS NOT = '00'                             01480000
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      01490000
            ELSE                                                        01500000
               READ CYCDATE                                             01510000
                 AT END                                                 01520000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     01530000
                      TO WS-BUSINESS-DATE                               01540000
                 NOT AT END                                             01550000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           01560000
               END-READ                                                 01570000
               CLOSE CYCDATE                                            01580000
            END-IF.                                                     01590000
                                                                        01600000
       K400-RELEASE-LOCK-PARA.                                          01610000
                                                                        01620000
            PERFORM K100-READ-LOCK-PARA.                                01630000
            EVALUATE TRUE                                               01640000
            WHEN CK-FREE                                                01650000
                 DISPLAY 'CYCLE LOCK ALREADY FREE'                      01660000
            WHEN CK-JOB-NAME NOT = WS-PARM-JOB                          01670000
                 DISPLAY 'CYCLE LOCK HELD BY ' CK-JOB-NAME              01680000
                         ' - NOT RELEASED BY ' WS-PARM-JOB              01690000
                 MOVE +4 TO RETURN-CODE                                 01700000
            WHEN OTHER                                                  01710000
                 MOVE 'F' TO CK-STATUS                                  01720000
                 MOVE FUNCTION CURRENT-DATE TO CK-REL-TS                01730000
                 OPEN OUTPUT CYCLOCK                                    01740000
                 WRITE CYCLOCK-REC                                      01750000
                 CLOSE CYCLOCK                                          01760000
                 DISPLAY 'CYCLE LOCK RELEASED BY ' WS-PARM-JOB          01770000
            END-EVALUATE.                                               01780000
