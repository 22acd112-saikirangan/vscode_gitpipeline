       01 SAPSTAT-REC.                                                  00010000
          05 SS-STUD-ID         PIC X(09).                              00020000
          05 SS-STATUS          PIC X(01).                              00030000
              88 SS-MEETING          VALUE 'M'.                         00040000
              88 SS-WARNING          VALUE 'W'.                         00050000
              88 SS-SUSPENSION       VALUE 'S'.                         00060000
              88 SS-ON-APPEAL        VALUE 'A'.                         00070000
          05 SS-PRIOR-STATUS    PIC X(01).                              00080000
          05 SS-EVAL-TERM       PIC X(05).                              00090000
          05 SS-EVAL-DATE       PIC X(08).                              00100000
          05 SS-CUM-GPA         PIC 9V99.                               00110000
          05 SS-ATTEMPTED       PIC 9(04).                              00120000
          05 SS-EARNED          PIC 9(04).                              00130000
          05 SS-COMPLETION-PCT  PIC 9(03).                              00140000
          05 SS-MAX-CREDITS     PIC 9(04).                              00150000
          05 SS-FAIL-GPA        PIC X(01).                              00160000
          05 SS-FAIL-PACE       PIC X(01).                              00170000
          05 SS-FAIL-TIME       PIC X(01).                              00180000
          05 FILLER             PIC X(35).                              00190000
