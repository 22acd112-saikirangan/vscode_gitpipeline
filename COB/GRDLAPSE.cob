          05 GT-COURSE          PIC X(10).                              00041000
          05 GT-GRADE           PIC X(02).                              00042000
          05 GT-TERM            PIC X(05).                              00043000
          05 GT-ORIG-ID         PIC X(08).                              00043500
          05 GT-OVERRIDE-CODE   PIC X(01).                              00044000
          05 FILLER             PIC X(44).                              00044500
       FD LAPSRPT                                                       00045000
            RECORDING MODE IS F.                                        00046000
       01 LAPSRPT-REC PIC X(132).                                       00047000
            MOVE GR-COURSE      TO GT-COURSE.                           00249000
            MOVE WS-LAPSE-GRADE TO GT-GRADE.                            00250000
            MOVE GR-TERM        TO GT-TERM.                             00251000
            MOVE 'GRDLAPSE'     TO GT-ORIG-ID.                          00251330
            MOVE 'Y'            TO GT-OVERRIDE-CODE.                    00251660
            WRITE LAPSTRN-REC.                                          00252000
                                                                        00253000
            MOVE GR-COURSE TO CC-COURSE.                                00254000
