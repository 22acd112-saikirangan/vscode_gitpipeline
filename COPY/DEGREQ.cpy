       01 DEGREQ-REC.                                                   00010000
          05 DQ-KEY.                                                    00020000
             10 DQ-DEPT         PIC X(10).                              00030000
             10 DQ-REQ-TYPE     PIC X(01).                              00040000
                 88 DQ-REQUIRED-COURSE  VALUE 'C'.                      00050000
                 88 DQ-ELECTIVE-POOL    VALUE 'E'.                      00060000
                 88 DQ-TOTAL-CREDITS    VALUE 'T'.                      00070000
             10 DQ-ITEM         PIC X(10).                              00080000
          05 DQ-MIN-CREDITS     PIC 9(03).                              00090000
          05 DQ-DESC            PIC X(30).                              00100000
          05 FILLER             PIC X(26).                              00110000
