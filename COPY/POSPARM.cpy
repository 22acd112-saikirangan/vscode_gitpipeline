       01 POS-LOOKUP-PARM.                                              00010000
          05 PL-FUNCTION        PIC X(01).                              00020000
              88 PL-FUNC-OPEN        VALUE 'O'.                         00030000
              88 PL-FUNC-LOOKUP      VALUE 'L'.                         00040000
              88 PL-FUNC-CLOSE       VALUE 'C'.                         00050000
          05 PL-STUD-ID         PIC X(09).                              00060000
          05 PL-SELECT          PIC X(01).                              00070000
              88 PL-SELECT-ANY       VALUE 'A'.                         00080000
              88 PL-SELECT-VALID     VALUE 'P' 'S' 'M' 'A'.             00090000
          05 PL-RESULT          PIC X(01).                              00100000
              88 PL-OK               VALUE 'Y'.                         00110000
              88 PL-UNAVAILABLE      VALUE 'N'.                         00120000
          05 PL-COUNT           PIC 9(02) COMP.                         00130000
          05 PL-ENTRY OCCURS 10 TIMES.                                  00140000
             10 PL-PROG-TYPE    PIC X(01).                              00150000
             10 PL-DEPT         PIC X(10).                              00160000
             10 PL-DECL-TERM    PIC X(05).                              00170000
