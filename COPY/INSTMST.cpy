       01 INSTMST-REC.                                                  00010000
          05 IN-INSTR-ID        PIC X(06).                              00020000
          05 IN-NAME            PIC X(30).                              00030000
          05 IN-DEPT            PIC X(10).                              00040000
          05 IN-MAX-LOAD        PIC 9(02).                              00050000
          05 IN-STATUS          PIC X(01).                              00060000
              88 IN-ACTIVE           VALUE 'A'.                         00070000
              88 IN-INACTIVE         VALUE 'I'.                         00080000
          05 FILLER             PIC X(31).                              00090000
