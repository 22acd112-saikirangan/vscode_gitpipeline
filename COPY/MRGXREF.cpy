       01 MRGXREF-REC.                                                  00010000
          05 XR-OLD-ID          PIC X(09).                              00020000
          05 XR-NEW-ID          PIC X(09).                              00030000
          05 XR-MERGE-DATE      PIC X(08).                              00040000
          05 XR-REQUESTER       PIC X(08).                              00050000
          05 FILLER             PIC X(46).                              00060000
