       01 DEGSTAT-REC.                                                  00010000
          05 DS-STUD-ID         PIC X(09).                              00020000
          05 DS-DEPT            PIC X(10).                              00030000
          05 DS-AUDIT-DATE      PIC X(08).                              00040000
          05 DS-AUDIT-STATUS    PIC X(01).                              00050000
              88 DS-AUDIT-COMPLETE   VALUE 'C'.                         00060000
              88 DS-AUDIT-INCOMPLETE VALUE 'I'.                         00070000
              88 DS-AUDIT-NO-PROGRAM VALUE 'N'.                         00080000
          05 DS-CREDITS-EARNED  PIC 9(04).                              00090000
          05 DS-CREDITS-REQD    PIC 9(04).                              00100000
          05 DS-CREDITS-REMAIN  PIC 9(04).                              00110000
          05 DS-COURSES-OUT     PIC 9(03).                              00120000
          05 DS-ELECTIVE-SHORT  PIC 9(03).                              00130000
          05 FILLER             PIC X(34).                              00140000
