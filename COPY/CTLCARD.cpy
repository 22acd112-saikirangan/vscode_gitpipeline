          05 CTL-COMMIT-INTERVAL PIC 9(05).                             00059000
          05 CTL-RETRY-LIMIT    PIC 9(02).                              00059200
          05 CTL-RETRY-PAUSE    PIC 9(03).                              00059400
          05 CTL-PARTITION      PIC X(02).                              00069400
          05 CTL-KEY-LOW        PIC X(09).                              00079400
          05 CTL-KEY-HIGH       PIC X(09).                              00089400
          05 FILLER             PIC X(28).                              00099400
