       01 CYCLOCK-REC.                                                  00010000
          05 CK-STATUS          PIC X(01).                              00020000
              88 CK-HELD             VALUE 'H'.                         00030000
              88 CK-FREE             VALUE 'F' ' '.                     00040000
          05 CK-JOB-NAME        PIC X(08).                              00050000
          05 CK-BUSINESS-DATE   PIC X(08).                              00060000
          05 CK-RUN-TYPE        PIC X(01).                              00070000
          05 CK-SET-TS          PIC X(26).                              00080000
          05 CK-REL-TS          PIC X(26).                              00090000
          05 FILLER             PIC X(10).                              00100000
