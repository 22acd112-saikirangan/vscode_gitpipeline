                SELECT TRNBILL ASSIGN TO TRNBILL                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-TRNBILL-STATUS.                       00080000
                SELECT ARMAST ASSIGN TO ARMAST                          00081600
                ORGANIZATION IS INDEXED                                 00083200
                ACCESS MODE IS RANDOM                                   00084800
                RECORD KEY IS AR-KEY                                    00086400
                FILE STATUS IS WS-ARMAST-STATUS.                        00088000
                SELECT INVRPT ASSIGN TO INVRPT                          00090000
                ORGANIZATION IS SEQUENTIAL.                             00100000
       DATA DIVISION.                                                   00110000
       FD TRNBILL                                                       00130000
            RECORDING MODE IS F.                                        00140000
           COPY TRNBILL.                                                00150000
       FD ARMAST                                                        00152500
            RECORDING MODE IS F.                                        00155000
           COPY ARMAST.                                                 00157500
       FD INVRPT                                                        00160000
            RECORDING MODE IS F.                                        00170000
       01 INVRPT-REC PIC X(132).                                        00180000
       WORKING-STORAGE SECTION.                                         00190000
       01 WS-EOF             PIC A     VALUE SPACE.                     00200000
       01 WS-TRNBILL-STATUS  PIC X(02) VALUE SPACES.                    00210000
       01 WS-ARMAST-STATUS   PIC X(02) VALUE SPACES.                    00213300
       01 WS-OPEN-AMT        PIC 9(05)V99 VALUE ZERO.                   00216600
       01 WS-CURR-DATE-N     PIC 9(08).                                 00220000
       01 WS-CURR-DAYS       PIC 9(07) COMP VALUE ZERO.                 00230000
       01 WS-BILL-DAYS       PIC 9(07) COMP VALUE ZERO.                 00240000
       01 WS-CONTROL-TOTALS.                                            00310000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00320000
           05 WS-CNT-BAD-DATE   PIC 9(07) COMP VALUE ZERO.              00330000
           05 WS-CNT-CLOSED     PIC 9(07) COMP VALUE ZERO.              00333300
           05 WS-CNT-UNPOSTED   PIC 9(07) COMP VALUE ZERO.              00336600
       01 WS-AGE-TOTALS.                                                00340000
           05 WS-AMT-CURRENT    PIC 9(07)V99 COMP-3 VALUE ZERO.         00350000
           05 WS-AMT-30         PIC 9(07)V99 COMP-3 VALUE ZERO.         00360000
          05 FILLER      PIC X(06) VALUE 'TYPE'.                        00500000
          05 FILLER      PIC X(10) VALUE 'REQ DATE'.                    00510000
          05 FILLER      PIC X(10) VALUE 'BILLED'.                      00520000
          05 FILLER      PIC X(11) VALUE ' OPEN AMT'.                   00530000
          05 FILLER      PIC X(10) VALUE 'AGE BAND'.                    00540000
          05 FILLER      PIC X(74) VALUE SPACES.                        00550000
                                                                        00560000
               MOVE +16 TO RETURN-CODE                                  00870000
               GOBACK                                                   00880000
            END-IF.                                                     00890000
            OPEN INPUT ARMAST.                                          00891200
            IF WS-ARMAST-STATUS NOT = '00'                              00892400
               DISPLAY 'ARMAST OPEN FAILED - STATUS: '                  00893600
                       WS-ARMAST-STATUS                                 00894800
               MOVE +16 TO RETURN-CODE                                  00896000
               GOBACK                                                   00897200
            END-IF.                                                     00898400
            OPEN OUTPUT INVRPT.                                         00900000
                                                                        00910000
            PERFORM Q100-READ-BILL-PARA UNTIL WS-EOF = 'Y'.             00920000
            PERFORM Q500-PRINT-TOTALS-PARA.                             00940000
                                                                        00950000
            CLOSE TRNBILL.                                              00960000
            CLOSE ARMAST.                                               00965000
            CLOSE INVRPT.                                               00970000
                                                                        00980000
            DISPLAY '===== TRNINV CONTROL TOTALS ====='.                00990000
            DISPLAY 'BILLING RECORDS READ     : ' WS-CNT-READ.          01000000
            DISPLAY 'RECORDS WITH BAD DATES   : ' WS-CNT-BAD-DATE.      01010000
            DISPLAY 'BILLS PAID OR CLOSED     : ' WS-CNT-CLOSED.        01013300
            DISPLAY 'BILLS NOT YET ON ARMAST  : ' WS-CNT-UNPOSTED.      01016600
            DISPLAY 'TOTAL AMOUNT OUTSTANDING : ' WS-AMT-TOTAL.         01020000
            DISPLAY '================================='.                01030000
                                                                        01040000
            IF WS-CNT-BAD-DATE > ZERO                                   01050000
              AT END MOVE 'Y' TO WS-EOF                                 01160000
              NOT AT END                                                01170000
                 ADD 1 TO WS-CNT-READ                                   01180000
                 PERFORM Q150-OPEN-AMOUNT-PARA                          01183300
                 IF WS-OPEN-AMT > ZERO                                  01186600
                    PERFORM Q200-AGE-RECORD-PARA                        01190000
                 END-IF                                                 01195000
            END-READ.                                                   01200000
                                                                        01200520
       Q150-OPEN-AMOUNT-PARA.                                           01201040
                                                                        01201560
            MOVE BL-STUD-ID  TO AR-STUD-ID.                             01202080
            MOVE BL-REQ-DATE TO AR-REQ-DATE.                            01202600
            MOVE BL-REQ-TYPE TO AR-REQ-TYPE.                            01203120
            READ ARMAST                                                 01203640
              INVALID KEY                                               01204160
                 ADD 1 TO WS-CNT-UNPOSTED                               01204680
                 MOVE BL-AMOUNT TO WS-OPEN-AMT                          01205200
              NOT INVALID KEY                                           01205720
                 IF AR-ITEM-OPEN                                        01206240
                    MOVE AR-OPEN-AMT TO WS-OPEN-AMT                     01206760
                 ELSE                                                   01207280
                    ADD 1 TO WS-CNT-CLOSED                              01207800
                    MOVE ZERO TO WS-OPEN-AMT                            01208320
                 END-IF                                                 01208840
            END-READ.                                                   01209360
                                                                        01210000
       Q200-AGE-RECORD-PARA.                                            01220000
                                                                        01230000
            MOVE BL-REQ-TYPE  TO DET-TYPE.                              01350000
            MOVE BL-REQ-DATE  TO DET-REQ-DATE.                          01360000
            MOVE BL-BILL-DATE TO DET-BILL-DATE.                         01370000
            MOVE WS-OPEN-AMT  TO DET-AMOUNT.                            01380000
            ADD WS-OPEN-AMT TO WS-AMT-TOTAL.                            01390000
            EVALUATE TRUE                                               01400000
            WHEN WS-AGE-DAYS <= 30                                      01410000
                 MOVE 'CURRENT ' TO DET-BAND                            01420000
                 ADD WS-OPEN-AMT TO WS-AMT-CURRENT                      01430000
            WHEN WS-AGE-DAYS <= 60                                      01440000
                 MOVE '31-60   ' TO DET-BAND                            01450000
                 ADD WS-OPEN-AMT TO WS-AMT-30                           01460000
            WHEN WS-AGE-DAYS <= 90                                      01470000
                 MOVE '61-90   ' TO DET-BAND                            01480000
                 ADD WS-OPEN-AMT TO WS-AMT-60                           01490000
            WHEN OTHER                                                  01500000
                 MOVE 'OVER 90 ' TO DET-BAND                            01510000
                 ADD WS-OPEN-AMT TO WS-AMT-90                           01520000
            END-EVALUATE.                                               01530000
            PERFORM Q300-WRITE-DETAIL-PARA.                             01540000
                                                                        01550000
