       01 NOTGATE-REC.                                                  00010000
          05 NG-REC-TYPE        PIC X(01).                              00020000
              88 NG-HEADER           VALUE 'H'.                         00030000
              88 NG-DETAIL           VALUE 'D'.                         00040000
              88 NG-TRAILER          VALUE 'T'.                         00050000
          05 NG-BODY            PIC X(199).                             00060000
          05 NG-DETAIL-BODY REDEFINES NG-BODY.                          00070000
             10 NG-STUD-ID      PIC X(09).                              00080000
             10 NG-STUD-NAME    PIC X(30).                              00090000
             10 NG-TEMPLATE     PIC X(08).                              00100000
             10 NG-EVENT-DATE   PIC X(08).                              00110000
             10 NG-SUBJECT      PIC X(40).                              00120000
             10 NG-MESSAGE      PIC X(100).                             00130000
             10 FILLER          PIC X(04).                              00140000
          05 NG-HEADER-BODY REDEFINES NG-BODY.                          00150000
             10 NG-HDR-SYSTEM   PIC X(08).                              00160000
             10 NG-HDR-DATE     PIC X(08).                              00170000
             10 FILLER          PIC X(183).                             00180000
          05 NG-TRAILER-BODY REDEFINES NG-BODY.                         00190000
             10 NG-TRL-COUNT    PIC 9(07).                              00200000
             10 FILLER          PIC X(192).                             00210000
