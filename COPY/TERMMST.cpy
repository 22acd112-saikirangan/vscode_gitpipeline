          05 TM-START-DATE      PIC X(08).                              00030000
          05 TM-END-DATE        PIC X(08).                              00040000
          05 TM-SEQ             PIC 9(03).                              00050000
          05 TM-STATUS          PIC X(01).                              00060000
              88 TM-STATUS-OPEN      VALUE 'O' ' '.                     00070000
              88 TM-STATUS-GRADING   VALUE 'G'.                         00080000
              88 TM-STATUS-CLOSED    VALUE 'C'.                         00090000
          05 TM-CLOSE-DATE      PIC X(08).                              00100000
          05 TM-ADD-DEADLINE    PIC X(08).                              00101000
          05 TM-DROP-DEADLINE   PIC X(08).                              00102000
          05 TM-WDRAW-DEADLINE  PIC X(08).                              00103000
          05 TM-GRADE-DEADLINE  PIC X(08).                              00104000
          05 FILLER             PIC X(15).                              00110000
