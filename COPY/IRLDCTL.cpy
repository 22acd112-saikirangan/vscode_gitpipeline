       01 IRLDCTL-REC.                                                  00010000
          05 LC-BUS-DATE        PIC X(08).                              00020000
          05 LC-FILE-ID         PIC X(08).                              00030000
              88 LC-SET-TOTAL        VALUE 'SETTOTAL'.                  00040000
          05 LC-REC-COUNT       PIC 9(09).                              00050000
          05 LC-HASH-TOTAL      PIC 9(15).                              00060000
          05 LC-RUN-TS          PIC X(14).                              00070000
          05 FILLER             PIC X(26).                              00080000
