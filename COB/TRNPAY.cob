       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRNPAY.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT TRNBILL ASSIGN TO TRNBILL                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-TRNBILL-STATUS.                       00080000
                SELECT ARMAST ASSIGN TO ARMAST                          00090000
                ORGANIZATION IS INDEXED                                 00100000
                ACCESS MODE IS DYNAMIC                                  00110000
                RECORD KEY IS AR-KEY                                    00120000
                FILE STATUS IS WS-ARMAST-STATUS.                        00130000
                SELECT PAYTRN ASSIGN TO PAYTRN                          00140000
                ORGANIZATION IS SEQUENTIAL                              00150000
                FILE STATUS IS WS-PAYTRN-STATUS.                        00160000
                SELECT PAYREJ ASSIGN TO PAYREJ                          00170000
                ORGANIZATION IS SEQUENTIAL.                             00180000
                SELECT CASHRPT ASSIGN TO CASHRPT                        00190000
                ORGANIZATION IS SEQUENTIAL.                             00200000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00210000
                ORGANIZATION IS SEQUENTIAL                              00220000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00230000
       DATA DIVISION.                                                   00240000
       FILE SECTION.                                                    00250000
       FD TRNBILL                                                       00260000
            RECORDING MODE IS F.                                        00270000
           COPY TRNBILL.                                                00280000
       FD ARMAST                                                        00290000
            RECORDING MODE IS F.                                        00300000
           COPY ARMAST.                                                 00310000
       FD PAYTRN                                                        00320000
            RECORDING MODE IS F.                                        00330000
       01 PAYTRN-REC.                                                   00340000
          05 PY-ACTION          PIC X(01).                              00350000
              88 PY-ACTION-PAYMENT   VALUE 'P'.                         00360000
              88 PY-ACTION-ADJUST    VALUE 'A'.                         00370000
              88 PY-ACTION-REVERSE   VALUE 'R'.                         00380000
          05 PY-STUD-ID         PIC X(09).                              00390000
          05 PY-REQ-DATE        PIC X(08).                              00400000
          05 PY-REQ-TYPE        PIC X(01).                              00410000
          05 PY-AMOUNT          PIC 9(05)V99.                           00420000
          05 PY-PAY-DATE        PIC X(08).                              00430000
          05 PY-METHOD          PIC X(01).                              00440000
              88 PY-METHOD-CASH      VALUE 'C'.                         00450000
              88 PY-METHOD-CHECK     VALUE 'K'.                         00460000
              88 PY-METHOD-CARD      VALUE 'D'.                         00470000
          05 PY-REFERENCE       PIC X(12).                              00480000
          05 FILLER             PIC X(33).                              00490000
       FD PAYREJ                                                        00500000
            RECORDING MODE IS F.                                        00510000
       01 PAYREJ-REC.                                                   00520000
          05 PJ-TRAN-DATA       PIC X(47).                              00530000
          05 PJ-REASON          PIC X(02).                              00540000
          05 FILLER             PIC X(31).                              00550000
       FD CASHRPT                                                       00560000
            RECORDING MODE IS F.                                        00570000
       01 CASHRPT-REC PIC X(132).                                       00580000
       FD CYCDATE                                                       00590000
            RECORDING MODE IS F.                                        00600000
           COPY CYCDATE.                                                00610000
       WORKING-STORAGE SECTION.                                         00620000
       01 WS-EOF             PIC A     VALUE SPACE.                     00630000
       01 WS-TRNBILL-STATUS  PIC X(02) VALUE SPACES.                    00640000
       01 WS-ARMAST-STATUS   PIC X(02) VALUE SPACES.                    00650000
       01 WS-PAYTRN-STATUS   PIC X(02) VALUE SPACES.                    00660000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00670000
       01 WS-PARM-CARD.                                                 00680000
          05 WS-PARM-EXP-COUNT  PIC 9(05).                              00690000
          05 FILLER             PIC X(01).                              00700000
          05 WS-PARM-EXP-AMT    PIC 9(07)V99.                           00710000
          05 FILLER             PIC X(65).                              00720000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00730000
       01 WS-BILL-EOF        PIC X(01) VALUE 'N'.                       00740000
           88 WS-BILL-AT-END        VALUE 'Y'.                          00750000
       01 WS-ITEM-EOF        PIC X(01) VALUE 'N'.                       00760000
           88 WS-ITEM-AT-END        VALUE 'Y'.                          00770000
       01 WS-ITEM-FLAG       PIC X(01) VALUE 'N'.                       00780000
           88 WS-ITEM-FOUND         VALUE 'Y'.                          00790000
       01 WS-CLOSED-FLAG     PIC X(01) VALUE 'N'.                       00800000
           88 WS-ONLY-CLOSED        VALUE 'Y'.                          00810000
       01 WS-EDIT-REASON     PIC X(02) VALUE SPACES.                    00820000
           88 WS-EDIT-CLEAN         VALUE SPACES.                       00830000
       01 WS-SAVE-STUD-ID    PIC X(09) VALUE SPACES.                    00840000
       01 WS-BAL-DELTA       PIC S9(07)V99 COMP-3 VALUE ZERO.           00850000
       01 WS-BAL-CNT-DELTA   PIC S9(03) COMP VALUE ZERO.                00860000
       01 WS-OPEN-AFTER      PIC 9(05)V99 COMP-3 VALUE ZERO.            00870000
       01 WS-NET-RECEIPTS    PIC S9(07)V99 COMP-3 VALUE ZERO.           00880000
       01 WS-BALANCE-FLAG    PIC X(01) VALUE 'Y'.                       00890000
           88 WS-IN-BALANCE         VALUE 'Y'.                          00900000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00910000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00920000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00930000
                                                                        00940000
       01 WS-CONTROL-TOTALS.                                            00950000
           05 WS-CNT-BILLS-READ PIC 9(07) COMP VALUE ZERO.              00960000
           05 WS-CNT-OPENED     PIC 9(07) COMP VALUE ZERO.              00970000
           05 WS-CNT-ON-FILE    PIC 9(07) COMP VALUE ZERO.              00980000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00990000
           05 WS-CNT-PAYMENTS   PIC 9(07) COMP VALUE ZERO.              01000000
           05 WS-CNT-ADJUSTS    PIC 9(07) COMP VALUE ZERO.              01010000
           05 WS-CNT-REVERSALS  PIC 9(07) COMP VALUE ZERO.              01020000
           05 WS-CNT-CLOSED     PIC 9(07) COMP VALUE ZERO.              01030000
           05 WS-CNT-REOPENED   PIC 9(07) COMP VALUE ZERO.              01040000
           05 WS-CNT-REJECT     PIC 9(07) COMP VALUE ZERO.              01050000
           05 WS-CNT-IO-ERR     PIC 9(07) COMP VALUE ZERO.              01060000
       01 WS-AMOUNT-TOTALS.                                             01070000
           05 WS-AMT-BILLED     PIC 9(07)V99 COMP-3 VALUE ZERO.         01080000
           05 WS-AMT-READ       PIC 9(07)V99 COMP-3 VALUE ZERO.         01090000
           05 WS-AMT-CASH       PIC 9(07)V99 COMP-3 VALUE ZERO.         01100000
           05 WS-AMT-CHECK      PIC 9(07)V99 COMP-3 VALUE ZERO.         01110000
           05 WS-AMT-CARD       PIC 9(07)V99 COMP-3 VALUE ZERO.         01120000
           05 WS-AMT-PAYMENTS   PIC 9(07)V99 COMP-3 VALUE ZERO.         01130000
           05 WS-AMT-ADJUSTS    PIC 9(07)V99 COMP-3 VALUE ZERO.         01140000
           05 WS-AMT-REVERSALS  PIC 9(07)V99 COMP-3 VALUE ZERO.         01150000
           05 WS-AMT-REJECT     PIC 9(07)V99 COMP-3 VALUE ZERO.         01160000
           05 WS-AMT-POSTED     PIC 9(07)V99 COMP-3 VALUE ZERO.         01170000
                                                                        01180000
       01 WS-HDR1.                                                      01190000
          05 FILLER      PIC X(45) VALUE                                01200000
             'DAILY CASH RECEIPTS BALANCING REPORT'.                    01210000
          05 FILLER      PIC X(15) VALUE 'BUSINESS DATE: '.             01220000
          05 HDR-DATE    PIC X(08).                                     01230000
          05 FILLER      PIC X(05) VALUE SPACES.                        01240000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       01250000
          05 HDR-PAGE    PIC ZZZZ9.                                     01260000
          05 FILLER      PIC X(49) VALUE SPACES.                        01270000
                                                                        01280000
       01 WS-HDR2.                                                      01290000
          05 FILLER      PIC X(11) VALUE 'STUDENT ID'.                  01300000
          05 FILLER      PIC X(10) VALUE 'REQ DATE'.                    01310000
          05 FILLER      PIC X(05) VALUE 'TYPE'.                        01320000
          05 FILLER      PIC X(05) VALUE 'ACT'.                         01330000
          05 FILLER      PIC X(05) VALUE 'MTH'.                         01340000
          05 FILLER      PIC X(14) VALUE 'REFERENCE'.                   01350000
          05 FILLER      PIC X(11) VALUE '   AMOUNT'.                   01360000
          05 FILLER      PIC X(11) VALUE ' OPEN AFTER'.                 01370000
          05 FILLER      PIC X(06) VALUE ' RSN'.                        01380000
          05 FILLER      PIC X(54) VALUE SPACES.                        01390000
                                                                        01400000
       01 WS-DETAIL-LINE.                                               01410000
          05 DET-STUD-ID     PIC X(09).                                 01420000
          05 FILLER          PIC X(02) VALUE SPACES.                    01430000
          05 DET-REQ-DATE    PIC X(08).                                 01440000
          05 FILLER          PIC X(03) VALUE SPACES.                    01450000
          05 DET-TYPE        PIC X(01).                                 01460000
          05 FILLER          PIC X(04) VALUE SPACES.                    01470000
          05 DET-ACTION      PIC X(01).                                 01480000
          05 FILLER          PIC X(04) VALUE SPACES.                    01490000
          05 DET-METHOD      PIC X(01).                                 01500000
          05 FILLER          PIC X(03) VALUE SPACES.                    01510000
          05 DET-REFERENCE   PIC X(12).                                 01520000
          05 FILLER          PIC X(02) VALUE SPACES.                    01530000
          05 DET-AMOUNT      PIC ZZZZ9.99.                              01540000
          05 FILLER          PIC X(03) VALUE SPACES.                    01550000
          05 DET-OPEN-AFTER  PIC ZZZZ9.99.                              01560000
          05 FILLER          PIC X(03) VALUE SPACES.                    01570000
          05 DET-REASON      PIC X(02).                                 01580000
          05 FILLER          PIC X(58) VALUE SPACES.                    01590000
                                                                        01600000
       01 WS-TOTAL-LINE.                                                01610000
          05 FILLER          PIC X(10) VALUE SPACES.                    01620000
          05 TOT-LABEL       PIC X(30).                                 01630000
          05 TOT-COUNT       PIC ZZZZZZ9.                               01640000
          05 FILLER          PIC X(03) VALUE SPACES.                    01650000
          05 TOT-AMOUNT      PIC -ZZZZZZ9.99.                           01660000
          05 FILLER          PIC X(71) VALUE SPACES.                    01670000
                                                                        01680000
       01 WS-BALANCE-LINE.                                              01690000
          05 FILLER          PIC X(10) VALUE SPACES.                    01700000
          05 BAL-TEXT        PIC X(60).                                 01710000
          05 FILLER          PIC X(62) VALUE SPACES.                    01720000
                                                                        01730000
       PROCEDURE DIVISION.                                              01740000
                                                                        01750000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01760000
            PERFORM B050-READ-CYCDATE-PARA.                             01770000
                                                                        01780000
            OPEN I-O ARMAST.                                            01790000
            IF WS-ARMAST-STATUS NOT = '00'                              01800000
               DISPLAY 'ARMAST OPEN FAILED - STATUS: '                  01810000
                       WS-ARMAST-STATUS                                 01820000
               MOVE +16 TO RETURN-CODE                                  01830000
               GOBACK                                                   01840000
            END-IF.                                                     01850000
            OPEN INPUT PAYTRN.                                          01860000
            IF WS-PAYTRN-STATUS NOT = '00'                              01870000
               DISPLAY 'PAYTRN OPEN FAILED - STATUS: '                  01880000
                       WS-PAYTRN-STATUS                                 01890000
               MOVE +16 TO RETURN-CODE                                  01900000
               GOBACK                                                   01910000
            END-IF.                                                     01920000
            OPEN OUTPUT PAYREJ.                                         01930000
            OPEN OUTPUT CASHRPT.                                        01940000
                                                                        01950000
            OPEN INPUT TRNBILL.                                         01960000
            IF WS-TRNBILL-STATUS NOT = '00'                             01970000
               DISPLAY 'NO NEW BILLING FILE - NO ITEMS OPENED'          01980000
            ELSE                                                        01990000
               MOVE 'N' TO WS-BILL-EOF                                  02000000
               PERFORM B100-OPEN-ITEM-PARA UNTIL WS-BILL-AT-END         02010000
               CLOSE TRNBILL                                            02020000
            END-IF.                                                     02030000
                                                                        02040000
            MOVE SPACE TO WS-EOF.                                       02050000
            PERFORM B200-POST-PAYMENT-PARA UNTIL WS-EOF = 'Y'.          02060000
                                                                        02070000
            PERFORM B700-PRINT-TOTALS-PARA.                             02080000
                                                                        02090000
            CLOSE ARMAST.                                               02100000
            CLOSE PAYTRN.                                               02110000
            CLOSE PAYREJ.                                               02120000
            CLOSE CASHRPT.                                              02130000
                                                                        02140000
            DISPLAY '===== TRNPAY CONTROL TOTALS ====='.                02150000
            DISPLAY 'BUSINESS DATE            : ' WS-BUSINESS-DATE.     02160000
            DISPLAY 'BILLING RECORDS READ     : ' WS-CNT-BILLS-READ.    02170000
            DISPLAY 'OPEN ITEMS CREATED       : ' WS-CNT-OPENED.        02180000
            DISPLAY 'BILLS ALREADY ON FILE    : ' WS-CNT-ON-FILE.       02190000
            DISPLAY 'TRANSACTIONS READ        : ' WS-CNT-READ.          02200000
            DISPLAY 'PAYMENTS POSTED          : ' WS-CNT-PAYMENTS.      02210000
            DISPLAY 'ADJUSTMENTS POSTED       : ' WS-CNT-ADJUSTS.       02220000
            DISPLAY 'REVERSALS POSTED         : ' WS-CNT-REVERSALS.     02230000
            DISPLAY 'ITEMS CLOSED             : ' WS-CNT-CLOSED.        02240000
            DISPLAY 'ITEMS REOPENED           : ' WS-CNT-REOPENED.      02250000
            DISPLAY 'TRANSACTIONS REJECTED    : ' WS-CNT-REJECT.        02260000
            DISPLAY 'ARMAST I/O ERRORS        : ' WS-CNT-IO-ERR.        02270000
            DISPLAY '================================='.                02280000
            DISPLAY 'REASON CODES: 01=BAD ACTION 02=BAD AMOUNT'.        02290000
            DISPLAY '  03=NO BILL FOR STUDENT AND REQUEST DATE'.        02300000
            DISPLAY '  04=BILL ALREADY PAID IN FULL'.                   02310000
            DISPLAY '  05=AMOUNT EXCEEDS OPEN BALANCE'.                 02320000
            DISPLAY '  06=REVERSAL EXCEEDS AMOUNT PAID'.                02330000
            DISPLAY '  07=BAD PAYMENT METHOD'.                          02340000
                                                                        02350000
            IF WS-CNT-IO-ERR > ZERO                                     02360000
               MOVE +16 TO RETURN-CODE                                  02370000
            ELSE                                                        02380000
               IF NOT WS-IN-BALANCE                                     02390000
                  MOVE +8 TO RETURN-CODE                                02400000
               ELSE                                                     02410000
                  IF WS-CNT-REJECT > ZERO                               02420000
                     MOVE +4 TO RETURN-CODE                             02430000
                  ELSE                                                  02440000
                     MOVE ZERO TO RETURN-CODE                           02450000
                  END-IF                                                02460000
               END-IF                                                   02470000
            END-IF.                                                     02480000
                                                                        02490000
            GOBACK.                                                     02500000
                                                                        02510000
       B050-READ-CYCDATE-PARA.                                          02520000
                                                                        02530000
            OPEN INPUT CYCDATE.                                         02540000
            IF WS-CYCDATE-STATUS NOT = '00'                             02550000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      02560000
               MOVE FUNCTION CURRENT-DATE(1:8)                          02570000
                 TO WS-BUSINESS-DATE                                    02580000
            ELSE                                                        02590000
               READ CYCDATE                                             02600000
                 AT END                                                 02610000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     02620000
                      TO WS-BUSINESS-DATE                               02630000
                 NOT AT END                                             02640000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           02650000
               END-READ                                                 02660000
               CLOSE CYCDATE                                            02670000
            END-IF.                                                     02680000
            MOVE WS-BUSINESS-DATE TO HDR-DATE.                          02690000
                                                                        02700000
       B100-OPEN-ITEM-PARA.                                             02710000
                                                                        02720000
            READ TRNBILL                                                02730000
              AT END MOVE 'Y' TO WS-BILL-EOF                            02740000
              NOT AT END                                                02750000
                 ADD 1 TO WS-CNT-BILLS-READ                             02760000
                 PERFORM B110-WRITE-ITEM-PARA                           02770000
            END-READ.                                                   02780000
                                                                        02790000
       B110-WRITE-ITEM-PARA.                                            02800000
                                                                        02810000
            MOVE SPACES        TO ARMAST-REC.                           02820000
            MOVE BL-STUD-ID    TO AR-STUD-ID.                           02830000
            MOVE BL-REQ-DATE   TO AR-REQ-DATE.                          02840000
            MOVE BL-REQ-TYPE   TO AR-REQ-TYPE.                          02850000
            MOVE 'I'           TO AR-REC-TYPE.                          02860000
            MOVE BL-BILL-DATE  TO AR-BILL-DATE.                         02870000
            MOVE BL-AMOUNT     TO AR-ORIG-AMT.                          02880000
            MOVE ZERO          TO AR-PAID-AMT.                          02890000
            MOVE ZERO          TO AR-ADJ-AMT.                           02900000
            MOVE BL-AMOUNT     TO AR-OPEN-AMT.                          02910000
            MOVE BL-BILL-DATE  TO AR-LAST-ACT-DATE.                     02920000
            MOVE 'O'           TO AR-ITEM-STATUS.                       02930000
            WRITE ARMAST-REC                                            02940000
              INVALID KEY                                               02950000
                 ADD 1 TO WS-CNT-ON-FILE                                02960000
              NOT INVALID KEY                                           02970000
                 ADD 1 TO WS-CNT-OPENED                                 02980000
                 ADD BL-AMOUNT TO WS-AMT-BILLED                         02990000
                 MOVE BL-STUD-ID TO WS-SAVE-STUD-ID                     03000000
                 MOVE BL-AMOUNT  TO WS-BAL-DELTA                        03010000
                 MOVE +1         TO WS-BAL-CNT-DELTA                    03020000
                 PERFORM B500-UPDATE-BALANCE-PARA                       03030000
            END-WRITE.                                                  03040000
                                                                        03050000
       B200-POST-PAYMENT-PARA.                                          03060000
                                                                        03070000
            READ PAYTRN                                                 03080000
              AT END MOVE 'Y' TO WS-EOF                                 03090000
              NOT AT END                                                03100000
                 ADD 1 TO WS-CNT-READ                                   03110000
                 IF PY-AMOUNT IS NUMERIC                                03120000
                    ADD PY-AMOUNT TO WS-AMT-READ                        03130000
                 END-IF                                                 03140000
                 MOVE SPACES TO WS-EDIT-REASON                          03150000
                 MOVE ZERO   TO WS-OPEN-AFTER                           03160000
                 PERFORM B300-EDIT-PAYMENT-PARA                         03170000
                 IF WS-EDIT-CLEAN                                       03180000
                    PERFORM B400-APPLY-PAYMENT-PARA                     03190000
                 END-IF                                                 03200000
                 IF NOT WS-EDIT-CLEAN                                   03210000
                    PERFORM B600-WRITE-REJECT-PARA                      03220000
                 END-IF                                                 03230000
                 PERFORM B650-WRITE-DETAIL-PARA                         03240000
            END-READ.                                                   03250000
                                                                        03260000
       B300-EDIT-PAYMENT-PARA.                                          03270000
                                                                        03280000
            IF NOT PY-ACTION-PAYMENT AND NOT PY-ACTION-ADJUST           03290000
               AND NOT PY-ACTION-REVERSE                                03300000
               MOVE '01' TO WS-EDIT-REASON                              03310000
            ELSE                                                        03320000
               IF PY-AMOUNT IS NOT NUMERIC OR PY-AMOUNT = ZERO          03330000
                  MOVE '02' TO WS-EDIT-REASON                           03340000
               ELSE                                                     03350000
                  IF NOT PY-ACTION-ADJUST                               03360000
                     AND NOT PY-METHOD-CASH AND NOT PY-METHOD-CHECK     03370000
                     AND NOT PY-METHOD-CARD                             03380000
                     MOVE '07' TO WS-EDIT-REASON                        03390000
                  ELSE                                                  03400000
                     PERFORM B310-FIND-ITEM-PARA                        03410000
                  END-IF                                                03420000
               END-IF                                                   03430000
            END-IF.                                                     03440000
                                                                        03450000
       B310-FIND-ITEM-PARA.                                             03460000
                                                                        03470000
            MOVE 'N' TO WS-ITEM-FLAG.                                   03480000
            MOVE 'N' TO WS-CLOSED-FLAG.                                 03490000
            MOVE 'N' TO WS-ITEM-EOF.                                    03500000
            MOVE PY-STUD-ID  TO AR-STUD-ID.                             03510000
            MOVE PY-REQ-DATE TO AR-REQ-DATE.                            03520000
            IF PY-REQ-TYPE = SPACE                                      03530000
               MOVE LOW-VALUES TO AR-REQ-TYPE                           03540000
            ELSE                                                        03550000
               MOVE PY-REQ-TYPE TO AR-REQ-TYPE                          03560000
            END-IF.                                                     03570000
            START ARMAST KEY IS NOT LESS THAN AR-KEY                    03580000
              INVALID KEY MOVE 'Y' TO WS-ITEM-EOF                       03590000
            END-START.                                                  03600000
            IF NOT WS-ITEM-AT-END                                       03610000
               PERFORM B320-READ-ITEM-PARA                              03620000
            END-IF.                                                     03630000
            PERFORM B330-CHECK-ITEM-PARA                                03640000
               UNTIL WS-ITEM-AT-END OR WS-ITEM-FOUND.                   03650000
            IF NOT WS-ITEM-FOUND                                        03660000
               IF WS-ONLY-CLOSED                                        03670000
                  MOVE '04' TO WS-EDIT-REASON                           03680000
               ELSE                                                     03690000
                  MOVE '03' TO WS-EDIT-REASON                           03700000
               END-IF                                                   03710000
            END-IF.                                                     03720000
                                                                        03730000
       B320-READ-ITEM-PARA.                                             03740000
                                                                        03750000
            READ ARMAST NEXT                                            03760000
              AT END MOVE 'Y' TO WS-ITEM-EOF                            03770000
              NOT AT END                                                03780000
                 IF AR-STUD-ID NOT = PY-STUD-ID                         03790000
                    OR AR-REQ-DATE NOT = PY-REQ-DATE                    03800000
                    OR AR-TYPE-BALANCE                                  03810000
                    MOVE 'Y' TO WS-ITEM-EOF                             03820000
                 END-IF                                                 03830000
                 IF PY-REQ-TYPE NOT = SPACE                             03840000
                    AND AR-REQ-TYPE NOT = PY-REQ-TYPE                   03850000
                    MOVE 'Y' TO WS-ITEM-EOF                             03860000
                 END-IF                                                 03870000
            END-READ.                                                   03880000
                                                                        03890000
       B330-CHECK-ITEM-PARA.                                            03900000
                                                                        03910000
            IF PY-ACTION-REVERSE                                        03920000
               IF AR-PAID-AMT > ZERO                                    03930000
                  MOVE 'Y' TO WS-ITEM-FLAG                              03940000
               END-IF                                                   03950000
            ELSE                                                        03960000
               IF AR-ITEM-OPEN                                          03970000
                  MOVE 'Y' TO WS-ITEM-FLAG                              03980000
               ELSE                                                     03990000
                  MOVE 'Y' TO WS-CLOSED-FLAG                            04000000
               END-IF                                                   04010000
            END-IF.                                                     04020000
            IF NOT WS-ITEM-FOUND                                        04030000
               PERFORM B320-READ-ITEM-PARA                              04040000
            END-IF.                                                     04050000
                                                                        04060000
       B400-APPLY-PAYMENT-PARA.                                         04070000
                                                                        04080000
            EVALUATE TRUE                                               04090000
            WHEN PY-ACTION-REVERSE                                      04100000
                 IF PY-AMOUNT > AR-PAID-AMT                             04110000
                    MOVE '06' TO WS-EDIT-REASON                         04120000
                 ELSE                                                   04130000
                    SUBTRACT PY-AMOUNT FROM AR-PAID-AMT                 04140000
                    ADD PY-AMOUNT TO AR-OPEN-AMT                        04150000
                    MOVE PY-AMOUNT TO WS-BAL-DELTA                      04160000
                    MOVE ZERO TO WS-BAL-CNT-DELTA                       04170000
                    IF AR-ITEM-CLOSED                                   04180000
                       MOVE 'O' TO AR-ITEM-STATUS                       04190000
                       MOVE +1 TO WS-BAL-CNT-DELTA                      04200000
                       ADD 1 TO WS-CNT-REOPENED                         04210000
                    END-IF                                              04220000
                 END-IF                                                 04230000
            WHEN OTHER                                                  04240000
                 IF PY-AMOUNT > AR-OPEN-AMT                             04250000
                    MOVE '05' TO WS-EDIT-REASON                         04260000
                 ELSE                                                   04270000
                    IF PY-ACTION-PAYMENT                                04280000
                       ADD PY-AMOUNT TO AR-PAID-AMT                     04290000
                    ELSE                                                04300000
                       ADD PY-AMOUNT TO AR-ADJ-AMT                      04310000
                    END-IF                                              04320000
                    SUBTRACT PY-AMOUNT FROM AR-OPEN-AMT                 04330000
                    COMPUTE WS-BAL-DELTA = ZERO - PY-AMOUNT             04340000
                    MOVE ZERO TO WS-BAL-CNT-DELTA                       04350000
                    IF AR-OPEN-AMT = ZERO                               04360000
                       MOVE 'C' TO AR-ITEM-STATUS                       04370000
                       MOVE -1 TO WS-BAL-CNT-DELTA                      04380000
                       ADD 1 TO WS-CNT-CLOSED                           04390000
                    END-IF                                              04400000
                 END-IF                                                 04410000
            END-EVALUATE.                                               04420000
            IF WS-EDIT-CLEAN                                            04430000
               MOVE WS-BUSINESS-DATE TO AR-LAST-ACT-DATE                04440000
               MOVE AR-OPEN-AMT TO WS-OPEN-AFTER                        04450000
               MOVE AR-STUD-ID  TO WS-SAVE-STUD-ID                      04460000
               REWRITE ARMAST-REC                                       04470000
                 INVALID KEY                                            04480000
                    ADD 1 TO WS-CNT-IO-ERR                              04490000
                    DISPLAY 'ARMAST REWRITE FAILED - STATUS: '          04500000
                            WS-ARMAST-STATUS ' ID: ' AR-STUD-ID         04510000
                 NOT INVALID KEY                                        04520000
                    PERFORM B410-TALLY-POSTED-PARA                      04530000
                    PERFORM B500-UPDATE-BALANCE-PARA                    04540000
               END-REWRITE                                              04550000
            END-IF.                                                     04560000
                                                                        04570000
       B410-TALLY-POSTED-PARA.                                          04580000
                                                                        04590000
            EVALUATE TRUE                                               04600000
            WHEN PY-ACTION-PAYMENT                                      04610000
                 ADD 1 TO WS-CNT-PAYMENTS                               04620000
                 ADD PY-AMOUNT TO WS-AMT-PAYMENTS                       04630000
                 EVALUATE TRUE                                          04640000
                 WHEN PY-METHOD-CASH                                    04650000
                      ADD PY-AMOUNT TO WS-AMT-CASH                      04660000
                 WHEN PY-METHOD-CHECK                                   04670000
                      ADD PY-AMOUNT TO WS-AMT-CHECK                     04680000
                 WHEN OTHER                                             04690000
                      ADD PY-AMOUNT TO WS-AMT-CARD                      04700000
                 END-EVALUATE                                           04710000
            WHEN PY-ACTION-ADJUST                                       04720000
                 ADD 1 TO WS-CNT-ADJUSTS                                04730000
                 ADD PY-AMOUNT TO WS-AMT-ADJUSTS                        04740000
            WHEN OTHER                                                  04750000
                 ADD 1 TO WS-CNT-REVERSALS                              04760000
                 ADD PY-AMOUNT TO WS-AMT-REVERSALS                      04770000
            END-EVALUATE.                                               04780000
            ADD PY-AMOUNT TO WS-AMT-POSTED.                             04790000
                                                                        04800000
       B500-UPDATE-BALANCE-PARA.                                        04810000
                                                                        04820000
            MOVE SPACES          TO ARMAST-REC.                         04830000
            MOVE WS-SAVE-STUD-ID TO AR-STUD-ID.                         04840000
            MOVE ZEROS           TO AR-REQ-DATE.                        04850000
            MOVE SPACE           TO AR-REQ-TYPE.                        04860000
            READ ARMAST                                                 04870000
              INVALID KEY                                               04880000
                 MOVE SPACES          TO ARMAST-REC                     04890000
                 MOVE WS-SAVE-STUD-ID TO AR-STUD-ID                     04900000
                 MOVE ZEROS           TO AR-REQ-DATE                    04910000
                 MOVE SPACE           TO AR-REQ-TYPE                    04920000
                 MOVE 'B'             TO AR-REC-TYPE                    04930000
                 MOVE WS-BAL-DELTA     TO AR-BAL-AMT                    04940000
                 MOVE WS-BAL-CNT-DELTA TO AR-BAL-OPEN-CNT               04950000
                 MOVE WS-BUSINESS-DATE TO AR-BAL-LAST-DATE              04960000
                 WRITE ARMAST-REC                                       04970000
                   INVALID KEY                                          04980000
                      ADD 1 TO WS-CNT-IO-ERR                            04990000
                      DISPLAY 'ARMAST BALANCE WRITE FAILED - '          05000000
                              'STATUS: ' WS-ARMAST-STATUS               05010000
                              ' ID: ' WS-SAVE-STUD-ID                   05020000
                 END-WRITE                                              05030000
              NOT INVALID KEY                                           05040000
                 ADD WS-BAL-DELTA     TO AR-BAL-AMT                     05050000
                 ADD WS-BAL-CNT-DELTA TO AR-BAL-OPEN-CNT                05060000
                 MOVE WS-BUSINESS-DATE TO AR-BAL-LAST-DATE              05070000
                 REWRITE ARMAST-REC                                     05080000
                   INVALID KEY                                          05090000
                      ADD 1 TO WS-CNT-IO-ERR                            05100000
                      DISPLAY 'ARMAST BALANCE REWRITE FAILED - '        05110000
                              'STATUS: ' WS-ARMAST-STATUS               05120000
                              ' ID: ' WS-SAVE-STUD-ID                   05130000
                 END-REWRITE                                            05140000
            END-READ.                                                   05150000
                                                                        05160000
       B600-WRITE-REJECT-PARA.                                          05170000
                                                                        05180000
            ADD 1 TO WS-CNT-REJECT.                                     05190000
            IF PY-AMOUNT IS NUMERIC                                     05200000
               ADD PY-AMOUNT TO WS-AMT-REJECT                           05210000
            END-IF.                                                     05220000
            MOVE SPACES         TO PAYREJ-REC.                          05230000
            MOVE PAYTRN-REC     TO PJ-TRAN-DATA.                        05240000
            MOVE WS-EDIT-REASON TO PJ-REASON.                           05250000
            WRITE PAYREJ-REC.                                           05260000
            DISPLAY 'REJECTED PAYMENT - ID: ' PY-STUD-ID                05270000
                    ' REQ DATE: ' PY-REQ-DATE                           05280000
                    ' REASON: ' WS-EDIT-REASON.                         05290000
                                                                        05300000
       B650-WRITE-DETAIL-PARA.                                          05310000
                                                                        05320000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         05330000
               PERFORM B660-PAGE-HEADER-PARA                            05340000
            END-IF.                                                     05350000
            MOVE PY-STUD-ID     TO DET-STUD-ID.                         05360000
            MOVE PY-REQ-DATE    TO DET-REQ-DATE.                        05370000
            MOVE PY-REQ-TYPE    TO DET-TYPE.                            05380000
            MOVE PY-ACTION      TO DET-ACTION.                          05390000
            MOVE PY-METHOD      TO DET-METHOD.                          05400000
            MOVE PY-REFERENCE   TO DET-REFERENCE.                       05410000
            IF PY-AMOUNT IS NUMERIC                                     05420000
               MOVE PY-AMOUNT   TO DET-AMOUNT                           05430000
            ELSE                                                        05440000
               MOVE ZERO        TO DET-AMOUNT                           05450000
            END-IF.                                                     05460000
            MOVE WS-OPEN-AFTER  TO DET-OPEN-AFTER.                      05470000
            MOVE WS-EDIT-REASON TO DET-REASON.                          05480000
            WRITE CASHRPT-REC FROM WS-DETAIL-LINE                       05490000
               AFTER ADVANCING 1 LINE.                                  05500000
            ADD 1 TO WS-LINE-CNT.                                       05510000
                                                                        05520000
       B660-PAGE-HEADER-PARA.                                           05530000
                                                                        05540000
            ADD 1 TO WS-PAGE-CNT.                                       05550000
            MOVE WS-PAGE-CNT TO HDR-PAGE.                               05560000
            WRITE CASHRPT-REC FROM WS-HDR1                              05570000
               AFTER ADVANCING PAGE.                                    05580000
            WRITE CASHRPT-REC FROM WS-HDR2                              05590000
               AFTER ADVANCING 2 LINES.                                 05600000
            MOVE 3 TO WS-LINE-CNT.                                      05610000
                                                                        05620000
       B700-PRINT-TOTALS-PARA.                                          05630000
                                                                        05640000
            IF WS-LINE-CNT >= 40                                        05650000
               PERFORM B660-PAGE-HEADER-PARA                            05660000
            END-IF.                                                     05670000
            MOVE 'TRANSACTIONS READ             ' TO TOT-LABEL.         05680000
            MOVE WS-CNT-READ TO TOT-COUNT.                              05690000
            MOVE WS-AMT-READ TO TOT-AMOUNT.                             05700000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        05710000
               AFTER ADVANCING 3 LINES.                                 05720000
            MOVE '  CASH RECEIPTS               ' TO TOT-LABEL.         05730000
            MOVE ZERO TO TOT-COUNT.                                     05740000
            MOVE WS-AMT-CASH TO TOT-AMOUNT.                             05750000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        05760000
               AFTER ADVANCING 2 LINES.                                 05770000
            MOVE '  CHECK RECEIPTS              ' TO TOT-LABEL.         05780000
            MOVE WS-AMT-CHECK TO TOT-AMOUNT.                            05790000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        05800000
               AFTER ADVANCING 1 LINE.                                  05810000
            MOVE '  CARD RECEIPTS               ' TO TOT-LABEL.         05820000
            MOVE WS-AMT-CARD TO TOT-AMOUNT.                             05830000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        05840000
               AFTER ADVANCING 1 LINE.                                  05850000
            MOVE 'PAYMENTS POSTED               ' TO TOT-LABEL.         05860000
            MOVE WS-CNT-PAYMENTS TO TOT-COUNT.                          05870000
            MOVE WS-AMT-PAYMENTS TO TOT-AMOUNT.                         05880000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        05890000
               AFTER ADVANCING 1 LINE.                                  05900000
            MOVE 'ADJUSTMENTS POSTED            ' TO TOT-LABEL.         05910000
            MOVE WS-CNT-ADJUSTS TO TOT-COUNT.                           05920000
            MOVE WS-AMT-ADJUSTS TO TOT-AMOUNT.                          05930000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        05940000
               AFTER ADVANCING 1 LINE.                                  05950000
            MOVE 'REVERSALS POSTED              ' TO TOT-LABEL.         05960000
            MOVE WS-CNT-REVERSALS TO TOT-COUNT.                         05970000
            MOVE WS-AMT-REVERSALS TO TOT-AMOUNT.                        05980000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        05990000
               AFTER ADVANCING 1 LINE.                                  06000000
            MOVE 'TRANSACTIONS REJECTED         ' TO TOT-LABEL.         06010000
            MOVE WS-CNT-REJECT TO TOT-COUNT.                            06020000
            MOVE WS-AMT-REJECT TO TOT-AMOUNT.                           06030000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        06040000
               AFTER ADVANCING 1 LINE.                                  06050000
            COMPUTE WS-NET-RECEIPTS =                                   06060000
                    WS-AMT-PAYMENTS - WS-AMT-REVERSALS.                 06070000
            MOVE 'NET CASH RECEIPTS             ' TO TOT-LABEL.         06080000
            MOVE ZERO TO TOT-COUNT.                                     06090000
            MOVE WS-NET-RECEIPTS TO TOT-AMOUNT.                         06100000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        06110000
               AFTER ADVANCING 2 LINES.                                 06120000
            MOVE 'NEW CHARGES OPENED            ' TO TOT-LABEL.         06130000
            MOVE WS-CNT-OPENED TO TOT-COUNT.                            06140000
            MOVE WS-AMT-BILLED TO TOT-AMOUNT.                           06150000
            WRITE CASHRPT-REC FROM WS-TOTAL-LINE                        06160000
               AFTER ADVANCING 1 LINE.                                  06170000
                                                                        06180000
            MOVE 'Y' TO WS-BALANCE-FLAG.                                06190000
            IF WS-CNT-READ NOT = WS-CNT-PAYMENTS + WS-CNT-ADJUSTS       06200000
                               + WS-CNT-REVERSALS + WS-CNT-REJECT       06210000
               MOVE 'N' TO WS-BALANCE-FLAG                              06220000
            END-IF.                                                     06230000
            IF WS-AMT-READ NOT = WS-AMT-POSTED + WS-AMT-REJECT          06240000
               MOVE 'N' TO WS-BALANCE-FLAG                              06250000
            END-IF.                                                     06260000
            IF WS-PARM-EXP-COUNT IS NUMERIC                             06270000
               AND WS-PARM-EXP-COUNT > ZERO                             06280000
               AND WS-PARM-EXP-COUNT NOT = WS-CNT-READ                  06290000
               MOVE 'N' TO WS-BALANCE-FLAG                              06300000
               DISPLAY 'BATCH COUNT OUT OF BALANCE - EXPECTED: '        06310000
                       WS-PARM-EXP-COUNT ' READ: ' WS-CNT-READ          06320000
            END-IF.                                                     06330000
            IF WS-PARM-EXP-AMT IS NUMERIC                               06340000
               AND WS-PARM-EXP-AMT > ZERO                               06350000
               AND WS-PARM-EXP-AMT NOT = WS-AMT-READ                    06360000
               MOVE 'N' TO WS-BALANCE-FLAG                              06370000
               DISPLAY 'BATCH AMOUNT OUT OF BALANCE - EXPECTED: '       06380000
                       WS-PARM-EXP-AMT ' READ: ' WS-AMT-READ            06390000
            END-IF.                                                     06400000
            IF WS-IN-BALANCE                                            06410000
               MOVE 'RECEIPTS IN BALANCE - READ = POSTED + REJECTED'    06420000
                 TO BAL-TEXT                                            06430000
            ELSE                                                        06440000
               MOVE '*** RECEIPTS OUT OF BALANCE - SEE JOB LOG ***'     06450000
                 TO BAL-TEXT                                            06460000
            END-IF.                                                     06470000
            WRITE CASHRPT-REC FROM WS-BALANCE-LINE                      06480000
               AFTER ADVANCING 2 LINES.                                 06490000
