       01 SNAPCTL-REC.                                                  00010000
          05 SC-BUS-DATE        PIC X(08).                              00020000
          05 SC-FILE-ID         PIC X(08).                              00030000
              88 SC-SET-TOTAL        VALUE 'SETTOTAL'.                  00040000
          05 SC-REC-COUNT       PIC 9(09).                              00050000
          05 SC-SNAP-TS         PIC X(26).                              00060000
          05 FILLER             PIC X(29).                              00070000
