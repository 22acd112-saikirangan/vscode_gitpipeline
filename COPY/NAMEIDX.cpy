       01 NAME-INDEX-REC.                                               00010000
          05 NX-KEY.                                                    00020000
             10 NX-LAST-PHON    PIC X(04).                              00030000
             10 NX-STUD-ID      PIC X(09).                              00040000
          05 NX-STD-NAME        PIC X(30).                              00050000
          05 NX-LAST-NAME       PIC X(20).                              00060000
          05 NX-FIRST-NAME      PIC X(20).                              00070000
          05 NX-FIRST-PHON      PIC X(04).                              00080000
          05 NX-STUD-DEPT       PIC X(10).                              00090000
          05 NX-STUD-STATUS     PIC X(01).                              00100000
          05 FILLER             PIC X(02).                              00110000
