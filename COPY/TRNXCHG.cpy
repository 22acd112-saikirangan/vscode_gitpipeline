       01 TRNXCHG-REC.                                                  00010000
          05 XC-REC-TYPE        PIC X(01).                              00020000
              88 XC-HEADER           VALUE 'H'.                         00030000
              88 XC-STUDENT          VALUE 'S'.                         00040000
              88 XC-COURSE           VALUE 'C'.                         00050000
              88 XC-GPA              VALUE 'G'.                         00060000
              88 XC-TRAILER          VALUE 'T'.                         00070000
          05 XC-BODY            PIC X(79).                              00080000
          05 XC-HEADER-BODY REDEFINES XC-BODY.                          00090000
             10 XC-HDR-SYSTEM   PIC X(08).                              00100000
             10 XC-HDR-DATE     PIC X(08).                              00110000
             10 FILLER          PIC X(63).                              00120000
          05 XC-STUDENT-BODY REDEFINES XC-BODY.                         00130000
             10 XC-STU-SERIAL   PIC 9(07).                              00140000
             10 XC-STU-ID       PIC X(09).                              00150000
             10 XC-STU-NAME     PIC X(30).                              00160000
             10 XC-STU-REQUESTER PIC X(20).                             00170000
             10 XC-STU-REQ-DATE PIC X(08).                              00180000
             10 FILLER          PIC X(05).                              00190000
          05 XC-COURSE-BODY REDEFINES XC-BODY.                          00200000
             10 XC-CRS-SERIAL   PIC 9(07).                              00210000
             10 XC-CRS-STUD-ID  PIC X(09).                              00220000
             10 XC-CRS-TERM     PIC X(05).                              00230000
             10 XC-CRS-TITLE    PIC X(24).                              00240000
             10 XC-CRS-CREDITS  PIC 9(02).                              00250000
             10 XC-CRS-GRADE    PIC X(02).                              00260000
             10 FILLER          PIC X(30).                              00270000
          05 XC-GPA-BODY REDEFINES XC-BODY.                             00280000
             10 XC-GPA-SERIAL   PIC 9(07).                              00290000
             10 XC-GPA-STUD-ID  PIC X(09).                              00300000
             10 XC-GPA-TERM     PIC X(05).                              00310000
             10 XC-GPA-TERM-GPA PIC 9V99.                               00320000
             10 XC-GPA-CUM-GPA  PIC 9V99.                               00330000
             10 XC-GPA-STANDING PIC X(02).                              00340000
             10 XC-GPA-CUM-CREDITS PIC 9(04).                           00350000
             10 XC-GPA-TOT-CREDITS PIC 9(04).                           00360000
             10 FILLER          PIC X(42).                              00370000
          05 XC-TRAILER-BODY REDEFINES XC-BODY.                         00380000
             10 XC-TRL-SETS     PIC 9(07).                              00390000
             10 XC-TRL-RECORDS  PIC 9(07).                              00400000
             10 FILLER          PIC X(65).                              00410000
