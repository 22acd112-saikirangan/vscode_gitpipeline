       01 POSMST-REC.                                                   00010000
          05 PS-KEY.                                                    00020000
             10 PS-STUD-ID      PIC X(09).                              00030000
             10 PS-PROG-TYPE    PIC X(01).                              00040000
                 88 PS-PRIMARY-MAJOR   VALUE 'P'.                       00050000
                 88 PS-SECOND-MAJOR    VALUE 'S'.                       00060000
                 88 PS-MINOR           VALUE 'M'.                       00070000
             10 PS-DECL-DATE    PIC X(08).                              00080000
          05 PS-DEPT            PIC X(10).                              00090000
          05 PS-DECL-TERM       PIC X(05).                              00100000
          05 PS-END-DATE        PIC X(08).                              00110000
              88 PS-DECL-ACTIVE      VALUE SPACES.                      00120000
          05 PS-END-TERM        PIC X(05).                              00130000
          05 PS-PRIOR-DEPT      PIC X(10).                              00140000
          05 PS-ORIG-ID         PIC X(08).                              00150000
          05 FILLER             PIC X(16).                              00160000
