       01 SECTMST-REC.                                                  00010000
          05 SM-KEY.                                                    00020000
             10 SM-COURSE       PIC X(10).                              00030000
             10 SM-TERM         PIC X(05).                              00040000
             10 SM-SECTION      PIC X(03).                              00050000
          05 SM-INSTR-ID        PIC X(06).                              00060000
          05 SM-DAYS            PIC X(07).                              00070000
          05 SM-DAY-TABLE REDEFINES SM-DAYS.                            00080000
             10 SM-DAY          PIC X(01) OCCURS 7 TIMES.               00090000
          05 SM-START-TIME      PIC 9(04).                              00100000
          05 SM-END-TIME        PIC 9(04).                              00110000
          05 SM-ROOM            PIC X(08).                              00120000
          05 SM-CAPACITY        PIC 9(04).                              00130000
          05 SM-STATUS          PIC X(01).                              00140000
              88 SM-SECTION-OPEN     VALUE 'O'.                         00150000
              88 SM-SECTION-CANCELLED VALUE 'X'.                        00160000
          05 FILLER             PIC X(28).                              00170000
