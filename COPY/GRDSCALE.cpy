       01 GRDSCALE-REC.                                                 00010000
          05 GS-DEPT            PIC X(10).                              00020000
              88 GS-DEPT-DEFAULT     VALUE '*ALL'.                      00030000
          05 GS-SCORE-TYPE      PIC X(01).                              00040000
              88 GS-TYPE-LETTER      VALUE 'L'.                         00050000
              88 GS-TYPE-PERCENT     VALUE 'P'.                         00060000
          05 GS-LMS-LETTER      PIC X(03).                              00070000
          05 GS-MIN-PCT         PIC X(05).                              00080000
          05 GS-MIN-PCT-N REDEFINES GS-MIN-PCT                          00090000
                                PIC 9(03)V9(02).                        00100000
          05 GS-GRADE           PIC X(02).                              00110000
          05 FILLER             PIC X(59).                              00120000
