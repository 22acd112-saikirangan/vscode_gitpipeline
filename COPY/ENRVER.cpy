       01 ENRVER-REC.                                                   00010000
          05 EV-REC-TYPE        PIC X(01).                              00020000
              88 EV-TYPE-HEADER      VALUE 'H'.                         00030000
              88 EV-TYPE-DETAIL      VALUE 'D'.                         00040000
              88 EV-TYPE-TRAILER     VALUE 'T'.                         00050000
          05 EV-HEADER-DATA.                                            00060000
             10 EV-TERM         PIC X(05).                              00070000
             10 EV-RUN-DATE     PIC X(08).                              00080000
             10 EV-FT-MIN       PIC 9(02).                              00090000
             10 EV-3Q-MIN       PIC 9(02).                              00100000
             10 EV-HT-MIN       PIC 9(02).                              00110000
             10 FILLER          PIC X(60).                              00120000
          05 EV-DETAIL-DATA REDEFINES EV-HEADER-DATA.                   00130000
             10 EV-STUD-ID      PIC X(09).                              00140000
             10 EV-STUD-NAME    PIC X(30).                              00150000
             10 EV-DEPT         PIC X(10).                              00160000
             10 EV-CREDITS      PIC 9(03).                              00170000
             10 EV-LOAD-STATUS  PIC X(01).                              00180000
                 88 EV-LOAD-FULL        VALUE 'F'.                      00190000
                 88 EV-LOAD-3QTR        VALUE 'Q'.                      00200000
                 88 EV-LOAD-HALF        VALUE 'H'.                      00210000
                 88 EV-LOAD-LESS        VALUE 'L'.                      00220000
                 88 EV-LOAD-WITHDRAWN   VALUE 'W'.                      00230000
                 88 EV-LOAD-GRADUATED   VALUE 'G'.                      00240000
             10 EV-ENROLL-STATUS PIC X(01).                             00250000
             10 EV-DIR-BLOCK    PIC X(01).                              00255000
                 88 EV-DIRECTORY-BLOCKED VALUE 'Y'.                     00260000
             10 FILLER          PIC X(24).                              00265000
          05 EV-TRAILER-DATA REDEFINES EV-HEADER-DATA.                  00270000
             10 EV-REC-COUNT    PIC 9(07).                              00280000
             10 EV-CREDIT-TOTAL PIC 9(09).                              00290000
             10 EV-HASH-TOTAL   PIC 9(15).                              00300000
             10 EV-CNT-FULL     PIC 9(07).                              00310000
             10 EV-CNT-3QTR     PIC 9(07).                              00320000
             10 EV-CNT-HALF     PIC 9(07).                              00330000
             10 EV-CNT-LESS     PIC 9(07).                              00340000
             10 EV-CNT-WITHDRAWN PIC 9(07).                             00350000
             10 EV-CNT-GRADUATED PIC 9(07).                             00360000
             10 EV-CNT-BLOCKED  PIC 9(06).                              00370000
