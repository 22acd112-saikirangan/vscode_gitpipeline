       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. POSLKUP.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT POSMST ASSIGN TO POSMST                          00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS DYNAMIC                                  00080000
                RECORD KEY IS PS-KEY                                    00090000
                FILE STATUS IS WS-POSMST-STATUS.                        00100000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD POSMST                                                        00130000
            RECORDING MODE IS F.                                        00140000
           COPY POSMST.                                                 00150000
       WORKING-STORAGE SECTION.                                         00160000
       01 WS-POSMST-STATUS   PIC X(02) VALUE SPACES.                    00170000
       01 WS-OPEN-FLAG       PIC X(01) VALUE 'N'.                       00180000
           88 WS-POSMST-OPEN        VALUE 'Y'.                          00190000
       01 WS-SCAN-EOF        PIC X(01) VALUE 'N'.                       00200000
           88 WS-SCAN-AT-END        VALUE 'Y'.                          00210000
       77 WS-ENTRY-MAX       PIC 9(02) COMP VALUE 10.                   00220000
       LINKAGE SECTION.                                                 00230000
           COPY POSPARM.                                                00240000
       PROCEDURE DIVISION USING POS-LOOKUP-PARM.                        00250000
       MAIN-ROUTINE.                                                    00260000
                                                                        00270000
            EVALUATE TRUE                                               00280000
            WHEN PL-FUNC-OPEN                                           00290000
                 PERFORM OPEN-PARA                                      00300000
            WHEN PL-FUNC-LOOKUP                                         00310000
                 PERFORM LOOKUP-PARA                                    00320000
            WHEN PL-FUNC-CLOSE                                          00330000
                 IF WS-POSMST-OPEN                                      00340000
                    CLOSE POSMST                                        00350000
                    MOVE 'N' TO WS-OPEN-FLAG                            00360000
                 END-IF                                                 00370000
                 MOVE 'Y' TO PL-RESULT                                  00380000
            WHEN OTHER                                                  00390000
                 MOVE 'N' TO PL-RESULT                                  00400000
            END-EVALUATE.                                               00410000
            GOBACK.                                                     00420000
                                                                        00430000
       OPEN-PARA.                                                       00440000
                                                                        00450000
            IF NOT WS-POSMST-OPEN                                       00460000
               OPEN INPUT POSMST                                        00470000
               IF WS-POSMST-STATUS = '00'                               00480000
                  MOVE 'Y' TO WS-OPEN-FLAG                              00490000
               ELSE                                                     00500000
                  DISPLAY 'POSLKUP - POSMST OPEN FAILED, STATUS: '      00510000
                          WS-POSMST-STATUS                              00520000
               END-IF                                                   00530000
            END-IF.                                                     00540000
            IF WS-POSMST-OPEN                                           00550000
               MOVE 'Y' TO PL-RESULT                                    00560000
            ELSE                                                        00570000
               MOVE 'N' TO PL-RESULT                                    00580000
            END-IF.                                                     00590000
                                                                        00600000
       LOOKUP-PARA.                                                     00610000
                                                                        00620000
            MOVE ZERO TO PL-COUNT.                                      00630000
            IF NOT WS-POSMST-OPEN                                       00640000
               MOVE 'N' TO PL-RESULT                                    00650000
            ELSE                                                        00660000
               MOVE 'Y' TO PL-RESULT                                    00670000
               MOVE 'N' TO WS-SCAN-EOF                                  00680000
               MOVE PL-STUD-ID TO PS-STUD-ID                            00690000
               MOVE LOW-VALUES TO PS-PROG-TYPE                          00700000
               MOVE LOW-VALUES TO PS-DECL-DATE                          00710000
               START POSMST KEY IS NOT LESS THAN PS-KEY                 00720000
                 INVALID KEY MOVE 'Y' TO WS-SCAN-EOF                    00730000
               END-START                                                00740000
               PERFORM SCAN-PARA UNTIL WS-SCAN-AT-END                   00750000
            END-IF.                                                     00760000
                                                                        00770000
       SCAN-PARA.                                                       00780000
                                                                        00790000
            READ POSMST NEXT                                            00800000
              AT END MOVE 'Y' TO WS-SCAN-EOF                            00810000
              NOT AT END                                                00820000
                 IF PS-STUD-ID NOT = PL-STUD-ID                         00830000
                    MOVE 'Y' TO WS-SCAN-EOF                             00840000
                 ELSE                                                   00850000
                    IF PS-DECL-ACTIVE                                   00860000
                       AND (PL-SELECT-ANY                               00870000
                            OR PS-PROG-TYPE = PL-SELECT)                00880000
                       PERFORM KEEP-ENTRY-PARA                          00890000
                    END-IF                                              00900000
                 END-IF                                                 00910000
            END-READ.                                                   00920000
            IF NOT WS-SCAN-AT-END                                       00930000
               AND WS-POSMST-STATUS NOT = '00'                          00940000
               DISPLAY 'POSLKUP - POSMST READ FAILED, STATUS: '         00950000
                       WS-POSMST-STATUS                                 00960000
               MOVE 'N' TO PL-RESULT                                    00970000
               MOVE 'Y' TO WS-SCAN-EOF                                  00980000
            END-IF.                                                     00990000
                                                                        01000000
       KEEP-ENTRY-PARA.                                                 01010000
                                                                        01020000
            IF PL-COUNT < WS-ENTRY-MAX                                  01030000
               ADD 1 TO PL-COUNT                                        01040000
               MOVE PS-PROG-TYPE TO PL-PROG-TYPE(PL-COUNT)              01050000
               MOVE PS-DEPT      TO PL-DEPT(PL-COUNT)                   01060000
               MOVE PS-DECL-TERM TO PL-DECL-TERM(PL-COUNT)              01070000
            ELSE                                                        01080000
               DISPLAY 'POSLKUP - MORE THAN ' WS-ENTRY-MAX              01090000
                       ' ACTIVE PROGRAMS, EXTRA IGNORED: ' PL-STUD-ID   01100000
            END-IF.                                                     01110000
