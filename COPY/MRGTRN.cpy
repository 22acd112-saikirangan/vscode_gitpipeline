       01 MRGTRN-REC.                                                   00010000
          05 MT-LOSE-ID         PIC X(09).                              00020000
          05 MT-KEEP-ID         PIC X(09).                              00030000
          05 MT-REQUESTER       PIC X(08).                              00040000
          05 MT-SCORE           PIC 9(03).                              00050000
          05 FILLER             PIC X(51).                              00060000
