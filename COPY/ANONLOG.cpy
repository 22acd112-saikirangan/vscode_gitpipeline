       01 ANONLOG-REC.                                                  00010000
          05 AL-STUD-ID         PIC X(09).                              00020000
          05 AL-ANON-DATE       PIC X(08).                              00030000
          05 AL-AGE-DATE        PIC X(08).                              00040000
          05 AL-AGE-BASIS       PIC X(01).                              00050000
              88 AL-BASIS-ARCHIVED   VALUE 'A'.                         00060000
              88 AL-BASIS-STATUS     VALUE 'S'.                         00070000
          05 AL-ADDR-ROWS       PIC 9(03).                              00080000
          05 FILLER             PIC X(51).                              00090000
