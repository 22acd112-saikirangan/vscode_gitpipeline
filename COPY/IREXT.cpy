       01 IREXT-REC.                                                    00010000
          05 IX-BUS-DATE        PIC X(08).                              00020000
          05 IX-FILE-ID         PIC X(08).                              00030000
          05 IX-DATA            PIC X(80).                              00040000
          05 IX-STUDENT-DATA REDEFINES IX-DATA.                         00050000
             10 IX-STUD-ID      PIC 9(09).                              00060000
             10 IX-STUD-NAME    PIC X(30).                              00070000
             10 IX-STUD-DEPT    PIC X(10).                              00080000
             10 IX-ENROLL-STATUS PIC X(01).                             00090000
             10 IX-STATUS-EFF-DATE PIC X(08).                           00100000
             10 IX-PRIVACY-BLOCK PIC X(01).                             00110000
             10 IX-ENTRY-TERM   PIC X(05).                              00120000
             10 FILLER          PIC X(16).                              00130000
