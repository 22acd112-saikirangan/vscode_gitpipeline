       01 RUNCAL-REC.                                                   00010000
          05 CA-KEY             PIC X(08).                              00020000
          05 CA-KEY-DOW REDEFINES CA-KEY.                               00030000
             10 CA-DOW-LIT      PIC X(04).                              00040000
             10 CA-DOW          PIC X(01).                              00050000
             10 FILLER          PIC X(03).                              00060000
          05 CA-RUN-TYPE        PIC X(01).                              00070000
              88 CA-RUN-WEEKNIGHT    VALUE 'W'.                         00080000
              88 CA-RUN-WEEKEND      VALUE 'E'.                         00090000
              88 CA-RUN-TERM-END     VALUE 'T'.                         00100000
              88 CA-RUN-HOLIDAY      VALUE 'H'.                         00110000
              88 CA-RUN-NONE         VALUE 'N'.                         00120000
              88 CA-RUN-TYPE-VALID   VALUE 'W' 'E' 'T' 'H' 'N'.         00130000
          05 CA-DESC            PIC X(30).                              00140000
          05 FILLER             PIC X(41).                              00150000
