       01 GRADES-REC.                                                   00010000
          05 GR-KEY.                                                    00015000
             10 GR-STUD-ID      PIC X(09).                              00020000
             10 GR-CRS-TERM-KEY.                                        00025000
                15 GR-COURSE    PIC X(10).                              00030000
                15 GR-TERM      PIC X(05).                              00035000
          05 GR-GRADE           PIC X(02).                              00040000
              88 GR-TRANSFER         VALUE 'TR'.                        00042000
          05 GR-XFER-INST       PIC X(06).                              00044000
          05 GR-XFER-COURSE     PIC X(10).                              00046000
          05 GR-XFER-CREDITS    PIC 9(02).                              00048000
          05 FILLER             PIC X(36).                              00050000
