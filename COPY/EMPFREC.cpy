       01 EMPFIL-REC.                                                   00010000
          05 EM-STUD-ID         PIC X(09).                              00020000
              88 EM-HEADER-REC       VALUE '000000000'.                 00030000
              88 EM-TRAILER-REC      VALUE '999999999'.                 00040000
              88 EM-CONTROL-REC      VALUE '000000000' '999999999'.     00050000
          05 EM-DETAIL-DATA.                                            00060000
             10 EM-STUD-NAME       PIC X(30).                           00070000
             10 EM-STUD-DEPT       PIC X(10).                           00080000
             10 EM-ENROLL-STATUS   PIC X(01).                           00090000
             10 FILLER             PIC X(30).                           00100000
          05 EM-HEADER-DATA REDEFINES EM-DETAIL-DATA.                   00110000
             10 EM-FEED-DATE       PIC X(08).                           00120000
             10 EM-FEED-SOURCE     PIC X(20).                           00130000
             10 FILLER             PIC X(43).                           00140000
          05 EM-TRAILER-DATA REDEFINES EM-DETAIL-DATA.                  00150000
             10 EM-TRL-COUNT       PIC 9(09).                           00160000
             10 EM-TRL-HASH        PIC 9(15).                           00170000
             10 FILLER             PIC X(47).                           00180000
