       01 XFREQV-REC.                                                   00010000
          05 XE-KEY.                                                    00020000
             10 XE-INST-CODE    PIC X(06).                              00030000
             10 XE-EXT-COURSE   PIC X(10).                              00040000
          05 XE-INST-NAME       PIC X(30).                              00050000
          05 XE-EQUIV-TYPE      PIC X(01).                              00060000
              88 XE-TYPE-COURSE      VALUE 'C'.                         00070000
              88 XE-TYPE-ELECTIVE    VALUE 'E'.                         00080000
          05 XE-COURSE          PIC X(10).                              00090000
          05 XE-CREDITS         PIC 9(02).                              00100000
          05 XE-MIN-GRADE       PIC X(01).                              00110000
          05 XE-STATUS          PIC X(01).                              00120000
              88 XE-ACTIVE           VALUE 'A'.                         00130000
              88 XE-INACTIVE         VALUE 'I'.                         00140000
          05 FILLER             PIC X(19).                              00150000
