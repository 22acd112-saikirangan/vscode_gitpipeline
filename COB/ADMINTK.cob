          05 TR-OVERRIDE-CODE   PIC X(01).                              00330000
          05 TR-EFF-DATE        PIC X(08).                              00340000
          05 TR-ORIG-ID         PIC X(08).                              00344000
          05 TR-PRIVACY-FLAG    PIC X(01).                              00349300
          05 TR-ENTRY-TERM      PIC X(05).                              00352800
          05 FILLER             PIC X(16).                              00356300
       FD INTKREJ                                                       00360000
            RECORDING MODE IS F.                                        00370000
       01 INTKREJ-REC PIC X(80).                                        00380000
            MOVE SPACE   TO TR-OVERRIDE-CODE.                           02010000
            MOVE SPACES  TO TR-EFF-DATE.                                02020000
            MOVE 'ADMINTK ' TO TR-ORIG-ID.                              02025000
            MOVE SPACE   TO TR-PRIVACY-FLAG.                            02027500
            IF TR-ACTION = 'A'                                          02027910
               MOVE AF-ENTRY-TERM TO TR-ENTRY-TERM                      02028320
            ELSE                                                        02028730
               MOVE SPACES TO TR-ENTRY-TERM                             02029140
            END-IF.                                                     02029550
            WRITE INTKOUT-REC.                                          02030000
                                                                        02040000
       V500-PRINT-TOTALS-PARA.                                          02050000
