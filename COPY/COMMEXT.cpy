       01 COMMEXT-REC.                                                  00010000
          05 CX-DEPT            PIC X(10).                              00020000
          05 CX-STUD-NAME       PIC X(30).                              00030000
          05 CX-STUD-ID         PIC X(09).                              00040000
          05 CX-HONOR-CODE      PIC X(02).                              00050000
          05 CX-HONOR-DESC      PIC X(20).                              00060000
          05 CX-DEPT-RANK       PIC 9(04).                              00070000
          05 CX-CLASS-RANK      PIC 9(05).                              00080000
