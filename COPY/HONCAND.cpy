       01 HONCAND-REC.                                                  00010000
          05 HK-DEPT            PIC X(10).                              00020000
          05 HK-CUM-GPA         PIC 9V99.                               00030000
          05 HK-CUM-CREDITS     PIC 9(04).                              00040000
          05 HK-STUD-ID         PIC X(09).                              00050000
          05 HK-STUD-NAME       PIC X(30).                              00060000
          05 HK-HONOR-CODE      PIC X(02).                              00070000
          05 HK-HONOR-DESC      PIC X(20).                              00080000
          05 HK-PRIVACY-FLAG    PIC X(01).                              00090000
              88 HK-PRIVACY-BLOCKED  VALUE 'Y'.                         00100000
          05 FILLER             PIC X(01).                              00110000
