          05 ST-COURSE-CNT      PIC 9(03).                              00100000
          05 ST-EXCL-CNT        PIC 9(03).                              00104000
          05 ST-CUM-CREDITS     PIC 9(04).                              00106000
          05 ST-XFER-CREDITS    PIC 9(04).                              00108000
          05 FILLER             PIC X(44).                              00110000
