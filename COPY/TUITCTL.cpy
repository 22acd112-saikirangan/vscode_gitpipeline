       01 TUITCTL-REC.                                                  00010000
          05 TC-REC-TYPE        PIC X(01).                              00020000
              88 TC-TYPE-RATE        VALUE 'R'.                         00030000
              88 TC-TYPE-REFUND      VALUE 'F'.                         00040000
          05 TC-RATE-DATA.                                              00050000
             10 TC-DEPT         PIC X(10).                              00060000
             10 TC-PER-CREDIT   PIC 9(04)V99.                           00070000
             10 TC-FLAT-MIN     PIC 9(02).                              00080000
             10 TC-FLAT-MAX     PIC 9(02).                              00090000
             10 TC-FLAT-AMT     PIC 9(05)V99.                           00100000
             10 FILLER          PIC X(52).                              00110000
          05 TC-REFUND-DATA REDEFINES TC-RATE-DATA.                     00120000
             10 TC-THRU-DAY     PIC 9(03).                              00130000
             10 TC-REFUND-PCT   PIC 9(03).                              00140000
             10 FILLER          PIC X(73).                              00150000
