       01 REGMST-REC.                                                   00010000
          05 RG-PRIME-DATA.                                             00015000
             10 RG-KEY.                                                 00020000
                15 RG-STUD-ID   PIC X(09).                              00030000
                15 RG-COURSE    PIC X(10).                              00040000
             10 RG-TERM         PIC X(05).                              00050000
          05 RG-ALT-DATA REDEFINES RG-PRIME-DATA.                       00052000
             10 FILLER          PIC X(09).                              00053000
             10 RG-CRS-TERM-KEY.                                        00054000
                15 RG-ALT-COURSE PIC X(10).                             00055000
                15 RG-ALT-TERM  PIC X(05).                              00056000
          05 RG-REG-DATE        PIC X(08).                              00060000
          05 RG-SECTION         PIC X(03).                              00065000
          05 RG-REG-STATUS      PIC X(01).                              00066000
              88 RG-STATUS-ACTIVE    VALUE ' '.                         00067000
              88 RG-STATUS-WITHDRAWN VALUE 'W'.                         00068000
          05 RG-STATUS-DATE     PIC X(08).                              00069000
          05 FILLER             PIC X(36).                              00070000
