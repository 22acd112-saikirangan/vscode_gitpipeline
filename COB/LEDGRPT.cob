       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LEDGRPT.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT BATLEDG ASSIGN TO BATLEDG                        00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS SEQUENTIAL                               00080000
                RECORD KEY IS BL-KEY                                    00090000
                FILE STATUS IS WS-BATLEDG-STATUS.                       00100000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00110000
                ORGANIZATION IS SEQUENTIAL                              00120000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00130000
                SELECT LEDGRPT ASSIGN TO LEDGRPT                        00140000
                ORGANIZATION IS SEQUENTIAL.                             00150000
       DATA DIVISION.                                                   00160000
       FILE SECTION.                                                    00170000
       FD BATLEDG                                                       00180000
            RECORDING MODE IS F.                                        00190000
           COPY BATLEDG.                                                00200000
       FD CYCDATE                                                       00210000
            RECORDING MODE IS F.                                        00220000
           COPY CYCDATE.                                                00230000
       FD LEDGRPT                                                       00240000
            RECORDING MODE IS F.                                        00250000
       01 LEDGRPT-REC PIC X(132).                                       00260000
       WORKING-STORAGE SECTION.                                         00270000
       01 WS-EOF             PIC A     VALUE SPACE.                     00280000
       01 WS-BATLEDG-STATUS  PIC X(02) VALUE SPACES.                    00290000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00300000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00310000
       01 WS-RPT-MONTH       PIC X(06) VALUE SPACES.                    00320000
       01 WS-CUR-ORIG        PIC X(20) VALUE SPACES.                    00330000
       01 WS-ORIG-FLAG       PIC X(01) VALUE 'N'.                       00340000
           88 WS-ORIG-ACTIVE        VALUE 'Y'.                          00350000
                                                                        00360000
       01 WS-PARM-CARD.                                                 00370000
          05 WS-PARM-MONTH   PIC X(06).                                 00380000
          05 FILLER          PIC X(74).                                 00390000
                                                                        00400000
       01 WS-ORIG-TOTALS.                                               00410000
           05 WS-ORIG-RECVD     PIC 9(07) COMP VALUE ZERO.              00420000
           05 WS-ORIG-WEXCP     PIC 9(07) COMP VALUE ZERO.              00430000
           05 WS-ORIG-REJ       PIC 9(07) COMP VALUE ZERO.              00440000
           05 WS-ORIG-DUP       PIC 9(07) COMP VALUE ZERO.              00450000
           05 WS-ORIG-MISS      PIC 9(07) COMP VALUE ZERO.              00460000
           05 WS-ORIG-DETAILS   PIC 9(09) COMP VALUE ZERO.              00470000
           05 WS-ORIG-AMOUNT    PIC S9(13)V99 VALUE ZERO.               00480000
           05 WS-ORIG-EXCP      PIC 9(09) COMP VALUE ZERO.              00490000
           05 WS-ORIG-CORR      PIC 9(09) COMP VALUE ZERO.              00500000
                                                                        00510000
       01 WS-GRAND-TOTALS.                                              00520000
           05 WS-GRAND-RECVD    PIC 9(07) COMP VALUE ZERO.              00530000
           05 WS-GRAND-WEXCP    PIC 9(07) COMP VALUE ZERO.              00540000
           05 WS-GRAND-REJ      PIC 9(07) COMP VALUE ZERO.              00550000
           05 WS-GRAND-DUP      PIC 9(07) COMP VALUE ZERO.              00560000
           05 WS-GRAND-MISS     PIC 9(07) COMP VALUE ZERO.              00570000
           05 WS-GRAND-DETAILS  PIC 9(09) COMP VALUE ZERO.              00580000
           05 WS-GRAND-AMOUNT   PIC S9(13)V99 VALUE ZERO.               00590000
           05 WS-GRAND-EXCP     PIC 9(09) COMP VALUE ZERO.              00600000
           05 WS-GRAND-CORR     PIC 9(09) COMP VALUE ZERO.              00610000
                                                                        00620000
       01 WS-CONTROL-TOTALS.                                            00630000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00640000
           05 WS-CNT-SELECTED   PIC 9(07) COMP VALUE ZERO.              00650000
           05 WS-CNT-ORIGS      PIC 9(07) COMP VALUE ZERO.              00660000
                                                                        00670000
       01 WS-HDR1.                                                      00680000
          05 FILLER      PIC X(40) VALUE                                00690000
             'ADDPGM ORIGINATOR BATCH LEDGER - MONTH '.                 00700000
          05 HDR-MONTH   PIC X(06).                                     00710000
          05 FILLER      PIC X(86) VALUE SPACES.                        00720000
                                                                        00730000
       01 WS-HDR2.                                                      00740000
          05 FILLER      PIC X(22) VALUE 'ORIGINATOR'.                  00750000
          05 FILLER      PIC X(07) VALUE 'RECVD'.                       00760000
          05 FILLER      PIC X(07) VALUE 'W/EXC'.                       00770000
          05 FILLER      PIC X(07) VALUE '  REJ'.                       00780000
          05 FILLER      PIC X(07) VALUE '  DUP'.                       00790000
          05 FILLER      PIC X(07) VALUE ' MISS'.                       00800000
          05 FILLER      PIC X(09) VALUE 'DETAILS'.                     00810000
          05 FILLER      PIC X(17) VALUE '         AMOUNT'.             00820000
          05 FILLER      PIC X(09) VALUE '  EXCPS'.                     00830000
          05 FILLER      PIC X(07) VALUE '   CORR'.                     00840000
          05 FILLER      PIC X(33) VALUE SPACES.                        00850000
                                                                        00860000
       01 WS-DETAIL-LINE.                                               00870000
          05 DET-ORIG        PIC X(20).                                 00880000
          05 FILLER          PIC X(02) VALUE SPACES.                    00890000
          05 DET-RECVD       PIC ZZZZ9.                                 00900000
          05 FILLER          PIC X(02) VALUE SPACES.                    00910000
          05 DET-WEXCP       PIC ZZZZ9.                                 00920000
          05 FILLER          PIC X(02) VALUE SPACES.                    00930000
          05 DET-REJ         PIC ZZZZ9.                                 00940000
          05 FILLER          PIC X(02) VALUE SPACES.                    00950000
          05 DET-DUP         PIC ZZZZ9.                                 00960000
          05 FILLER          PIC X(02) VALUE SPACES.                    00970000
          05 DET-MISS        PIC ZZZZ9.                                 00980000
          05 FILLER          PIC X(02) VALUE SPACES.                    00990000
          05 DET-DETAILS     PIC ZZZZZZ9.                               01000000
          05 FILLER          PIC X(02) VALUE SPACES.                    01010000
          05 DET-AMOUNT      PIC -ZZZZZZZZZZ9.99.                       01020000
          05 FILLER          PIC X(02) VALUE SPACES.                    01030000
          05 DET-EXCP        PIC ZZZZZZ9.                               01040000
          05 FILLER          PIC X(02) VALUE SPACES.                    01050000
          05 DET-CORR        PIC ZZZZZZ9.                               01060000
          05 FILLER          PIC X(33) VALUE SPACES.                    01070000
                                                                        01080000
       PROCEDURE DIVISION.                                              01090000
                                                                        01100000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01110000
            PERFORM L050-SET-MONTH-PARA.                                01120000
                                                                        01130000
            OPEN INPUT BATLEDG.                                         01140000
            IF WS-BATLEDG-STATUS NOT = '00'                             01150000
               DISPLAY 'BATLEDG OPEN FAILED - STATUS: '                 01160000
                       WS-BATLEDG-STATUS                                01170000
               MOVE +16 TO RETURN-CODE                                  01180000
               GOBACK                                                   01190000
            END-IF.                                                     01200000
            OPEN OUTPUT LEDGRPT.                                        01210000
            MOVE WS-RPT-MONTH TO HDR-MONTH.                             01220000
            WRITE LEDGRPT-REC FROM WS-HDR1                              01230000
               AFTER ADVANCING PAGE.                                    01240000
            WRITE LEDGRPT-REC FROM WS-HDR2                              01250000
               AFTER ADVANCING 2 LINES.                                 01260000
            MOVE SPACES TO LEDGRPT-REC.                                 01270000
            WRITE LEDGRPT-REC AFTER ADVANCING 1 LINE.                   01280000
                                                                        01290000
            PERFORM L100-READ-LEDGER-PARA UNTIL WS-EOF = 'Y'.           01300000
            IF WS-ORIG-ACTIVE                                           01310000
               PERFORM L200-PRINT-ORIG-PARA                             01320000
            END-IF.                                                     01330000
            PERFORM L300-PRINT-GRAND-PARA.                              01340000
                                                                        01350000
            CLOSE BATLEDG.                                              01360000
            CLOSE LEDGRPT.                                              01370000
                                                                        01380000
            DISPLAY '===== LEDGRPT CONTROL TOTALS ====='.               01390000
            DISPLAY 'REPORT MONTH             : ' WS-RPT-MONTH.         01400000
            DISPLAY 'LEDGER RECORDS READ      : ' WS-CNT-READ.          01410000
            DISPLAY 'BATCHES IN MONTH         : ' WS-CNT-SELECTED.      01420000
            DISPLAY 'ORIGINATORS REPORTED     : ' WS-CNT-ORIGS.         01430000
            DISPLAY 'BATCHES MISSING          : ' WS-GRAND-MISS.        01440000
            DISPLAY '=================================='.               01450000
                                                                        01460000
            IF WS-GRAND-MISS > ZERO OR WS-GRAND-REJ > ZERO              01470000
               MOVE +4 TO RETURN-CODE                                   01480000
            ELSE                                                        01490000
               MOVE ZERO TO RETURN-CODE                                 01500000
            END-IF.                                                     01510000
                                                                        01520000
            GOBACK.                                                     01530000
                                                                        01540000
       L050-SET-MONTH-PARA.                                             01550000
                                                                        01560000
            IF WS-PARM-MONTH IS NUMERIC                                 01570000
               MOVE WS-PARM-MONTH TO WS-RPT-MONTH                       01580000
            ELSE                                                        01590000
               OPEN INPUT CYCDATE                                       01600000
               IF WS-CYCDATE-STATUS NOT = '00'                          01610000
                  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE   01620000
               ELSE                                                     01630000
                  READ CYCDATE                                          01640000
                    AT END                                              01650000
                       MOVE FUNCTION CURRENT-DATE(1:8)                  01660000
                         TO WS-BUSINESS-DATE                            01670000
                    NOT AT END                                          01680000
                       MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE        01690000
                  END-READ                                              01700000
                  CLOSE CYCDATE                                         01710000
               END-IF                                                   01720000
               IF WS-BUSINESS-DATE IS NOT NUMERIC                       01730000
                  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE   01740000
               END-IF                                                   01750000
               MOVE WS-BUSINESS-DATE(1:6) TO WS-RPT-MONTH               01760000
            END-IF.                                                     01770000
                                                                        01780000
       L100-READ-LEDGER-PARA.                                           01790000
                                                                        01800000
            READ BATLEDG                                                01810000
              AT END MOVE 'Y' TO WS-EOF                                 01820000
              NOT AT END                                                01830000
                 ADD 1 TO WS-CNT-READ                                   01840000
                 IF NOT BL-CONTROL-REC                                  01850000
                    AND BL-BATCH-DATE(1:6) = WS-RPT-MONTH               01860000
                    IF WS-ORIG-ACTIVE                                   01870000
                       AND BL-ORIGINATOR NOT = WS-CUR-ORIG              01880000
                       PERFORM L200-PRINT-ORIG-PARA                     01890000
                    END-IF                                              01900000
                    IF NOT WS-ORIG-ACTIVE                               01910000
                       MOVE BL-ORIGINATOR TO WS-CUR-ORIG                01920000
                       MOVE 'Y' TO WS-ORIG-FLAG                         01930000
                    END-IF                                              01940000
                    PERFORM L110-ACCUMULATE-PARA                        01950000
                 END-IF                                                 01960000
            END-READ.                                                   01970000
                                                                        01980000
       L110-ACCUMULATE-PARA.                                            01990000
                                                                        02000000
            ADD 1 TO WS-CNT-SELECTED.                                   02010000
            EVALUATE TRUE                                               02020000
            WHEN BL-ACCEPTED                                            02030000
                 ADD 1 TO WS-ORIG-RECVD                                 02040000
            WHEN BL-ACCEPTED-EXCP                                       02050000
                 ADD 1 TO WS-ORIG-RECVD                                 02060000
                 ADD 1 TO WS-ORIG-WEXCP                                 02070000
            WHEN BL-REJECTED                                            02080000
                 ADD 1 TO WS-ORIG-REJ                                   02090000
            WHEN BL-MISSING                                             02100000
                 ADD 1 TO WS-ORIG-MISS                                  02110000
            WHEN OTHER                                                  02120000
                 CONTINUE                                               02130000
            END-EVALUATE.                                               02140000
            IF BL-DUP-CNT IS NUMERIC                                    02150000
               ADD BL-DUP-CNT TO WS-ORIG-DUP                            02160000
            END-IF.                                                     02170000
            IF BL-RECEIVED                                              02180000
               ADD BL-DETAIL-CNT   TO WS-ORIG-DETAILS                   02190000
               ADD BL-AMOUNT-TOTAL TO WS-ORIG-AMOUNT                    02200000
               ADD BL-EXCP-CNT     TO WS-ORIG-EXCP                      02210000
            END-IF.                                                     02220000
            IF BL-CORR-CNT IS NUMERIC                                   02230000
               ADD BL-CORR-CNT TO WS-ORIG-CORR                          02240000
            END-IF.                                                     02250000
                                                                        02260000
       L200-PRINT-ORIG-PARA.                                            02270000
                                                                        02280000
            ADD 1 TO WS-CNT-ORIGS.                                      02290000
            MOVE WS-CUR-ORIG     TO DET-ORIG.                           02300000
            MOVE WS-ORIG-RECVD   TO DET-RECVD.                          02310000
            MOVE WS-ORIG-WEXCP   TO DET-WEXCP.                          02320000
            MOVE WS-ORIG-REJ     TO DET-REJ.                            02330000
            MOVE WS-ORIG-DUP     TO DET-DUP.                            02340000
            MOVE WS-ORIG-MISS    TO DET-MISS.                           02350000
            MOVE WS-ORIG-DETAILS TO DET-DETAILS.                        02360000
            MOVE WS-ORIG-AMOUNT  TO DET-AMOUNT.                         02370000
            MOVE WS-ORIG-EXCP    TO DET-EXCP.                           02380000
            MOVE WS-ORIG-CORR    TO DET-CORR.                           02390000
            WRITE LEDGRPT-REC FROM WS-DETAIL-LINE                       02400000
               AFTER ADVANCING 1 LINE.                                  02410000
                                                                        02420000
            ADD WS-ORIG-RECVD   TO WS-GRAND-RECVD.                      02430000
            ADD WS-ORIG-WEXCP   TO WS-GRAND-WEXCP.                      02440000
            ADD WS-ORIG-REJ     TO WS-GRAND-REJ.                        02450000
            ADD WS-ORIG-DUP     TO WS-GRAND-DUP.                        02460000
            ADD WS-ORIG-MISS    TO WS-GRAND-MISS.                       02470000
            ADD WS-ORIG-DETAILS TO WS-GRAND-DETAILS.                    02480000
            ADD WS-ORIG-AMOUNT  TO WS-GRAND-AMOUNT.                     02490000
            ADD WS-ORIG-EXCP    TO WS-GRAND-EXCP.                       02500000
            ADD WS-ORIG-CORR    TO WS-GRAND-CORR.                       02510000
            INITIALIZE WS-ORIG-TOTALS.                                  02520000
            MOVE 'N' TO WS-ORIG-FLAG.                                   02530000
                                                                        02540000
       L300-PRINT-GRAND-PARA.                                           02550000
                                                                        02560000
            MOVE SPACES TO LEDGRPT-REC.                                 02570000
            WRITE LEDGRPT-REC AFTER ADVANCING 1 LINE.                   02580000
            MOVE '*** MONTH TOTAL ***' TO DET-ORIG.                     02590000
            MOVE WS-GRAND-RECVD   TO DET-RECVD.                         02600000
            MOVE WS-GRAND-WEXCP   TO DET-WEXCP.                         02610000
            MOVE WS-GRAND-REJ     TO DET-REJ.                           02620000
            MOVE WS-GRAND-DUP     TO DET-DUP.                           02630000
            MOVE WS-GRAND-MISS    TO DET-MISS.                          02640000
            MOVE WS-GRAND-DETAILS TO DET-DETAILS.                       02650000
            MOVE WS-GRAND-AMOUNT  TO DET-AMOUNT.                        02660000
            MOVE WS-GRAND-EXCP    TO DET-EXCP.                          02670000
            MOVE WS-GRAND-CORR    TO DET-CORR.                          02680000
            WRITE LEDGRPT-REC FROM WS-DETAIL-LINE                       02690000
               AFTER ADVANCING 1 LINE.                                  02700000
