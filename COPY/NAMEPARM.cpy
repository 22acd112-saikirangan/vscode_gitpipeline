       01 NAME-KEY-PARM.                                                00010000
          05 NK-STD-NAME        PIC X(30).                              00020000
          05 NK-LAST-NAME       PIC X(20).                              00030000
          05 NK-FIRST-NAME      PIC X(20).                              00040000
          05 NK-LAST-PHON       PIC X(04).                              00050000
          05 NK-FIRST-PHON      PIC X(04).                              00060000
          05 NK-NAME-RC         PIC 9(02).                              00070000
              88 NK-NAME-STANDARD    VALUE 0.                           00080000
              88 NK-NAME-AS-GIVEN    VALUE 4.                           00090000
              88 NK-NAME-UNUSABLE    VALUE 8.                           00100000
