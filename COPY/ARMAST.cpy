       01 ARMAST-REC.                                                   00010000
          05 AR-KEY.                                                    00020000
             10 AR-STUD-ID      PIC X(09).                              00030000
             10 AR-REQ-DATE     PIC X(08).                              00040000
             10 AR-REQ-TYPE     PIC X(01).                              00050000
          05 AR-REC-TYPE        PIC X(01).                              00060000
              88 AR-TYPE-ITEM        VALUE 'I'.                         00070000
              88 AR-TYPE-BALANCE     VALUE 'B'.                         00080000
          05 AR-ITEM-DATA.                                              00090000
             10 AR-BILL-DATE    PIC X(08).                              00100000
             10 AR-ORIG-AMT     PIC 9(05)V99.                           00110000
             10 AR-PAID-AMT     PIC 9(05)V99.                           00120000
             10 AR-ADJ-AMT      PIC 9(05)V99.                           00130000
             10 AR-OPEN-AMT     PIC 9(05)V99.                           00140000
             10 AR-LAST-ACT-DATE PIC X(08).                             00150000
             10 AR-ITEM-STATUS  PIC X(01).                              00160000
                 88 AR-ITEM-OPEN     VALUE 'O'.                         00170000
                 88 AR-ITEM-CLOSED   VALUE 'C'.                         00180000
             10 FILLER          PIC X(16).                              00190000
          05 AR-BALANCE-DATA REDEFINES AR-ITEM-DATA.                    00200000
             10 AR-BAL-AMT      PIC S9(07)V99.                          00210000
             10 AR-BAL-OPEN-CNT PIC 9(05).                              00220000
             10 AR-BAL-LAST-DATE PIC X(08).                             00230000
             10 FILLER          PIC X(39).                              00240000
