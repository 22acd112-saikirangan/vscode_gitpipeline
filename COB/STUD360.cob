                FILE STATUS IS WS-STANDING-STATUS.                      00028000
                SELECT PROFRPT ASSIGN TO PROFRPT                        00029000
                ORGANIZATION IS SEQUENTIAL.                             00030000
                SELECT MRGXREF ASSIGN TO MRGXREF                        00030160
                ORGANIZATION IS INDEXED                                 00030320
                ACCESS MODE IS RANDOM                                   00030480
                RECORD KEY IS XR-OLD-ID                                 00030640
                FILE STATUS IS WS-MRGXREF-STATUS.                       00030800
       DATA DIVISION.                                                   00031000
       FILE SECTION.                                                    00032000
       FD GRADES                                                        00033000
       FD PROFRPT                                                       00055000
            RECORDING MODE IS F.                                        00056000
       01 PROFRPT-REC PIC X(132).                                       00057000
       FD MRGXREF                                                       00057250
            RECORDING MODE IS F.                                        00057500
           COPY MRGXREF.                                                00057750
       WORKING-STORAGE SECTION.                                         00058000
       01 WS-EOF             PIC A     VALUE SPACE.                     00059000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00060000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00062000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00063000
       01 WS-STANDING-STATUS PIC X(02) VALUE SPACES.                    00064000
       01 WS-MRGXREF-STATUS  PIC X(02) VALUE SPACES.                    00064500
       01 WS-REQUEST-CARD.                                              00065000
          05 WS-REQ-STUD-ID   PIC X(09).                                00066000
          05 FILLER           PIC X(71).                                00067000
               GOBACK                                                   00185000
            END-IF.                                                     00186000
                                                                        00187000
            PERFORM U050-RESOLVE-MERGE-PARA.                            00187330
                                                                        00187660
            COMPUTE WS-STUD-ID = FUNCTION NUMVAL(WS-REQ-STUD-ID).       00188000
                                                                        00189000
            PERFORM U110-SELECT-STUDENT-PARA.                           00190000
                                                                        00251000
            GOBACK.                                                     00252000
                                                                        00253000
       U050-RESOLVE-MERGE-PARA.                                         00253055
                                                                        00253110
            OPEN INPUT MRGXREF.                                         00253165
            IF WS-MRGXREF-STATUS = '00'                                 00253220
               MOVE WS-REQ-STUD-ID TO XR-OLD-ID                         00253275
               READ MRGXREF                                             00253330
                 INVALID KEY                                            00253385
                    CONTINUE                                            00253440
                 NOT INVALID KEY                                        00253495
                    DISPLAY 'STUDENT ID ' WS-REQ-STUD-ID                00253550
                            ' WAS MERGED INTO ' XR-NEW-ID               00253605
                            ' ON ' XR-MERGE-DATE                        00253660
                    MOVE XR-NEW-ID TO WS-REQ-STUD-ID                    00253715
               END-READ                                                 00253770
               CLOSE MRGXREF                                            00253825
            END-IF.                                                     00253880
                                                                        00253935
       U110-SELECT-STUDENT-PARA.                                        00254000
                                                                        00255000
            EXEC SQL                                                    00256000
