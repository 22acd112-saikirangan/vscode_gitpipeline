       01 PAIRIN-REC.                                                   00280000
          05 PI-NUMBER-A  PIC S9(7)V99.                                 00290000
          05 PI-NUMBER-B  PIC S9(7)V99.                                 00300000
          05 PI-OP-CODE   PIC X(01).                                    00306600
          05 FILLER       PIC X(61).                                    00313200
       FD ARSUMPRV                                                      00320000
            RECORDING MODE IS F.                                        00330000
       01 ARSUMPRV-REC.                                                 00340000
       01 REDRIVE-REC.                                                  00580000
          05 RD-NUMBER-A  PIC S9(7)V99.                                 00590000
          05 RD-NUMBER-B  PIC S9(7)V99.                                 00600000
          05 RD-OP-CODE   PIC X(01).                                    00606600
          05 FILLER       PIC X(61).                                    00613200
       FD ARSUMRPT                                                      00620000
            RECORDING MODE IS F.                                        00630000
       01 ARSUMRPT-REC PIC X(132).                                      00640000
          05 WS-PR-ENTRY OCCURS 1000 TIMES.                             00740000
             10 WS-PR-NUMBER-A  PIC S9(7)V99.                           00750000
             10 WS-PR-NUMBER-B  PIC S9(7)V99.                           00760000
             10 WS-PR-OP-CODE   PIC X(01).                              00765000
                                                                        00770000
       77 WS-SUM-MAX         PIC 9(03) COMP VALUE 20.                   00780000
       01 WS-SUM-COUNT       PIC 9(03) COMP VALUE ZERO.                 00790000
                      TO WS-PR-NUMBER-A(WS-PAIR-COUNT)                  01810000
                    MOVE PI-NUMBER-B                                    01820000
                      TO WS-PR-NUMBER-B(WS-PAIR-COUNT)                  01830000
                    MOVE PI-OP-CODE                                     01833300
                      TO WS-PR-OP-CODE(WS-PAIR-COUNT)                   01836600
                 ELSE                                                   01840000
                    MOVE 'PAIR TABLE FULL - PAIR NOT TRACKED'           01850000
                      TO WS-MSG-TEXT                                    01852000
               AND WS-PR-NUMBER-B(WS-PAIR-IDX) NOT = AE-NUMBER-B        02660000
               ADD 1 TO WS-CNT-REDRIVEN                                 02670000
               MOVE 'R' TO AE-STATUS                                    02680000
               MOVE SPACES TO REDRIVE-REC                               02685000
               MOVE WS-PR-NUMBER-A(WS-PAIR-IDX) TO RD-NUMBER-A          02690000
               MOVE WS-PR-NUMBER-B(WS-PAIR-IDX) TO RD-NUMBER-B          02700000
               MOVE WS-PR-OP-CODE(WS-PAIR-IDX) TO RD-OP-CODE            02705000
               WRITE REDRIVE-REC                                        02710000
            ELSE                                                        02720000
               ADD 1 TO WS-CNT-OUTSTAND                                 02730000
