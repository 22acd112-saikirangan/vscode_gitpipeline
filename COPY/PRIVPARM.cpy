       01 PRIV-CHECK-PARM.                                              00010000
          05 PV-PRIVACY-FLAG    PIC X(01).                              00020000
          05 PV-PRIVACY-EFF-DATE PIC X(08).                             00030000
          05 PV-AS-OF-DATE      PIC X(08).                              00040000
          05 PV-RESULT          PIC X(01).                              00050000
              88 PV-SUPPRESS         VALUE 'Y'.                         00060000
              88 PV-RELEASE          VALUE 'N'.                         00070000
