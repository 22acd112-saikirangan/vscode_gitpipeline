       01 BATLEDG-REC.                                                  00010000
          05 BL-KEY.                                                    00020000
             10 BL-ORIGINATOR   PIC X(20).                              00030000
             10 BL-BATCH-DATE   PIC X(08).                              00040000
                 88 BL-CONTROL-REC      VALUE '00000000'.               00050000
          05 BL-BATCH-DATA.                                             00060000
             10 BL-DISPOSITION  PIC X(01).                              00070000
                 88 BL-ACCEPTED         VALUE 'A'.                      00080000
                 88 BL-ACCEPTED-EXCP    VALUE 'E'.                      00090000
                 88 BL-REJECTED         VALUE 'R'.                      00100000
                 88 BL-MISSING          VALUE 'M'.                      00110000
                 88 BL-RECEIVED         VALUE 'A' 'E'.                  00120000
             10 BL-RECV-DATE    PIC X(08).                              00130000
             10 BL-SUBMIT-CNT   PIC 9(03).                              00140000
             10 BL-DUP-CNT      PIC 9(03).                              00150000
             10 BL-DETAIL-CNT   PIC 9(07).                              00160000
             10 BL-HASH-TOTAL   PIC S9(11)V99.                          00170000
             10 BL-AMOUNT-TOTAL PIC S9(11)V99.                          00180000
             10 BL-EXCP-CNT     PIC 9(07).                              00190000
             10 BL-CORR-CNT     PIC 9(07).                              00200000
             10 FILLER          PIC X(10).                              00210000
          05 BL-CONTROL-DATA REDEFINES BL-BATCH-DATA.                   00220000
             10 BC-SCHEDULE     PIC X(01).                              00230000
                 88 BC-DAILY            VALUE 'D'.                      00240000
                 88 BC-NO-SCHEDULE      VALUE 'N'.                      00250000
             10 BC-FIRST-DATE   PIC X(08).                              00260000
             10 BC-LAST-DATE    PIC X(08).                              00270000
             10 FILLER          PIC X(55).                              00280000
