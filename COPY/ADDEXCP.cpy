          05 AE-TOT        PIC S9(07)V99.                               00050000
          05 AE-VARIANCE   PIC S9(07)V99.                               00060000
          05 AE-AGE        PIC 9(03).                                   00065000
          05 AE-ORIGINATOR PIC X(20).                                   00075000
          05 AE-BATCH-DATE PIC X(08).                                   00085000
          05 FILLER        PIC X(08).                                   00095000
