             10 RS-CNT-SQLERR      PIC 9(07).                           00140000
             10 RS-CNT-RETRIES     PIC 9(07).                           00150000
             10 RS-CNT-DEPTREJ     PIC 9(07).                           00155000
          05 RS-PARTITION       PIC X(02).                              00165000
          05 FILLER             PIC X(06).                              00175000
