       01 SNAPSTU-REC.                                                  00010000
          05 SS-STUD-ID         PIC 9(09).                              00020000
          05 SS-STUD-NAME       PIC X(30).                              00030000
          05 SS-STUD-DEPT       PIC X(10).                              00040000
          05 SS-ENROLL-STATUS   PIC X(01).                              00050000
          05 SS-STATUS-EFF-DATE PIC X(08).                              00060000
          05 SS-PRIVACY-FLAG    PIC X(01).                              00070000
          05 SS-PRIVACY-EFF-DATE PIC X(08).                             00080000
          05 SS-ENTRY-TERM      PIC X(05).                              00090000
          05 FILLER             PIC X(08).                              00100000
