       01 STUACCT-REC.                                                  00010000
          05 SA-KEY.                                                    00020000
             10 SA-STUD-ID      PIC X(09).                              00030000
             10 SA-TERM         PIC X(05).                              00040000
             10 SA-SEQ          PIC 9(03).                              00050000
          05 SA-REC-TYPE        PIC X(01).                              00060000
              88 SA-TYPE-SUMMARY     VALUE 'S'.                         00070000
              88 SA-TYPE-CHARGE      VALUE 'C'.                         00080000
              88 SA-TYPE-REFUND      VALUE 'R'.                         00090000
          05 SA-SUMMARY-DATA.                                           00100000
             10 SA-ASSESSED-CREDITS PIC 9(03).                          00110000
             10 SA-ASSESSED-AMT PIC 9(05)V99.                           00120000
             10 SA-TOT-CHARGES  PIC 9(07)V99.                           00130000
             10 SA-TOT-REFUNDS  PIC 9(07)V99.                           00140000
             10 SA-LAST-SEQ     PIC 9(03).                              00150000
             10 SA-LAST-POST-DATE PIC X(08).                            00160000
             10 SA-LAST-RUN-DATE PIC X(08).                             00170000
             10 SA-RATE-DEPT    PIC X(10).                              00180000
             10 FILLER          PIC X(05).                              00190000
          05 SA-ENTRY-DATA REDEFINES SA-SUMMARY-DATA.                   00200000
             10 SA-POST-DATE    PIC X(08).                              00210000
             10 SA-CREDITS-FROM PIC 9(03).                              00220000
             10 SA-CREDITS-TO   PIC 9(03).                              00230000
             10 SA-AMOUNT       PIC 9(05)V99.                           00240000
             10 SA-REFUND-PCT   PIC 9(03).                              00250000
             10 SA-TERM-DAY     PIC S9(04).                             00260000
             10 SA-DESC         PIC X(20).                              00270000
             10 FILLER          PIC X(14).                              00280000
