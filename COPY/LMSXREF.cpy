       01 LMSXREF-REC.                                                  00010000
          05 LX-LMS-SECTION     PIC X(20).                              00020000
          05 LX-COURSE          PIC X(10).                              00030000
          05 LX-TERM            PIC X(05).                              00040000
          05 LX-SECTION         PIC X(03).                              00050000
          05 FILLER             PIC X(42).                              00060000
