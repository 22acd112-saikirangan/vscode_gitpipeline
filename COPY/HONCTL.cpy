       01 HONCTL-REC.                                                   00010000
          05 HC-HONOR-CODE      PIC X(02).                              00020000
          05 HC-HONOR-DESC      PIC X(20).                              00030000
          05 HC-MIN-GPA         PIC 9V99.                               00040000
          05 HC-MIN-CREDITS     PIC 9(04).                              00050000
          05 FILLER             PIC X(51).                              00060000
