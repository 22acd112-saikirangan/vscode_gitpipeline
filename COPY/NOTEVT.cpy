       01 NOTEVT-REC.                                                   00010000
          05 NE-STUD-ID         PIC X(09).                              00020000
          05 NE-EVENT-TYPE      PIC X(02).                              00030000
              88 NE-HOLD-PLACED      VALUE 'HP'.                        00040000
              88 NE-STANDING-LETTER  VALUE 'SL'.                        00050000
              88 NE-TRN-RELEASED     VALUE 'TR'.                        00060000
              88 NE-WITHDRAWAL       VALUE 'WD'.                        00070000
          05 NE-BUS-DATE        PIC X(08).                              00080000
          05 NE-SOURCE-PGM      PIC X(08).                              00090000
          05 NE-DETAIL          PIC X(40).                              00100000
          05 NE-HOLD-DETAIL REDEFINES NE-DETAIL.                        00110000
             10 NE-HOLD-TYPE    PIC X(02).                              00120000
             10 NE-HOLD-EFF-DATE PIC X(08).                             00130000
             10 FILLER          PIC X(30).                              00140000
          05 NE-LTR-DETAIL REDEFINES NE-DETAIL.                         00150000
             10 NE-LTR-STANDING PIC X(02).                              00160000
             10 NE-LTR-TERM     PIC X(05).                              00170000
             10 NE-LTR-TERM-GPA PIC 9V99.                               00180000
             10 NE-LTR-CUM-GPA  PIC 9V99.                               00190000
             10 FILLER          PIC X(27).                              00200000
          05 NE-TRN-DETAIL REDEFINES NE-DETAIL.                         00210000
             10 NE-TRN-SERIAL   PIC 9(07).                              00220000
             10 NE-TRN-REQUESTER PIC X(20).                             00230000
             10 NE-TRN-REQ-DATE PIC X(08).                              00240000
             10 FILLER          PIC X(05).                              00250000
          05 NE-WDR-DETAIL REDEFINES NE-DETAIL.                         00260000
             10 NE-WDR-TERM     PIC X(05).                              00270000
             10 NE-WDR-DEPT     PIC X(10).                              00280000
             10 NE-WDR-GRADES   PIC 9(03).                              00290000
             10 FILLER          PIC X(22).                              00300000
          05 FILLER             PIC X(13).                              00310000
