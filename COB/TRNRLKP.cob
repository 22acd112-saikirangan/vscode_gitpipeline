                SELECT TRNRLOG ASSIGN TO TRNRLOG                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-TRNRLOG-STATUS.                       00080000
                SELECT MRGXREF ASSIGN TO MRGXREF                        00081600
                ORGANIZATION IS INDEXED                                 00083200
                ACCESS MODE IS RANDOM                                   00084800
                RECORD KEY IS XR-OLD-ID                                 00086400
                FILE STATUS IS WS-MRGXREF-STATUS.                       00088000
                SELECT RLKPRPT ASSIGN TO RLKPRPT                        00090000
                ORGANIZATION IS SEQUENTIAL.                             00100000
       DATA DIVISION.                                                   00110000
       FD TRNRLOG                                                       00130000
            RECORDING MODE IS F.                                        00140000
           COPY TRNRLOG.                                                00150000
       FD MRGXREF                                                       00152500
            RECORDING MODE IS F.                                        00155000
           COPY MRGXREF.                                                00157500
       FD RLKPRPT                                                       00160000
            RECORDING MODE IS F.                                        00170000
       01 RLKPRPT-REC PIC X(132).                                       00180000
       WORKING-STORAGE SECTION.                                         00190000
       01 WS-EOF             PIC A     VALUE SPACE.                     00200000
       01 WS-TRNRLOG-STATUS  PIC X(02) VALUE SPACES.                    00210000
       01 WS-MRGXREF-STATUS  PIC X(02) VALUE SPACES.                    00215000
       01 WS-REQUEST-CARD.                                              00220000
          05 WS-REQ-STUD-ID   PIC X(09).                                00230000
          05 FILLER           PIC X(71).                                00240000
               END-IF                                                   00730000
            END-IF.                                                     00740000
                                                                        00750000
            IF NOT WS-LIST-ALL                                          00752000
               PERFORM W050-RESOLVE-MERGE-PARA                          00754000
            END-IF.                                                     00756000
                                                                        00758000
            OPEN INPUT TRNRLOG.                                         00760000
            IF WS-TRNRLOG-STATUS NOT = '00'                             00770000
               DISPLAY 'TRNRLOG OPEN FAILED - STATUS: '                 00780000
                                                                        01050000
            GOBACK.                                                     01060000
                                                                        01070000
       W050-RESOLVE-MERGE-PARA.                                         01070550
                                                                        01071100
            OPEN INPUT MRGXREF.                                         01071650
            IF WS-MRGXREF-STATUS = '00'                                 01072200
               MOVE WS-REQ-STUD-ID TO XR-OLD-ID                         01072750
               READ MRGXREF                                             01073300
                 INVALID KEY                                            01073850
                    CONTINUE                                            01074400
                 NOT INVALID KEY                                        01074950
                    DISPLAY 'STUDENT ID ' WS-REQ-STUD-ID                01075500
                            ' WAS MERGED INTO ' XR-NEW-ID               01076050
                            ' ON ' XR-MERGE-DATE                        01076600
                    MOVE XR-NEW-ID TO WS-REQ-STUD-ID                    01077150
               END-READ                                                 01077700
               CLOSE MRGXREF                                            01078250
            END-IF.                                                     01078800
                                                                        01079350
       W100-READ-LOG-PARA.                                              01080000
                                                                        01090000
            READ TRNRLOG                                                01100000
