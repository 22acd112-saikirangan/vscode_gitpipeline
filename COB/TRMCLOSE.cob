       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRMCLOSE.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT TERMMST ASSIGN TO TERMMST                        00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS RANDOM                                   00080000
                RECORD KEY IS TM-TERM                                   00090000
                FILE STATUS IS WS-TERMMST-STATUS.                       00100000
                SELECT GRADES ASSIGN TO GRDFILE                         00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS SEQUENTIAL                               00130000
                RECORD KEY IS GR-KEY                                    00140000
                FILE STATUS IS WS-GRADES-STATUS.                        00150000
                SELECT LAPSTRN ASSIGN TO LAPSTRN                        00160000
                ORGANIZATION IS SEQUENTIAL                              00170000
                FILE STATUS IS WS-LAPSTRN-STATUS.                       00180000
                SELECT GRDREJ ASSIGN TO GRDREJ                          00190000
                ORGANIZATION IS SEQUENTIAL                              00200000
                FILE STATUS IS WS-GRDREJ-STATUS.                        00210000
                SELECT STANDING ASSIGN TO STANDING                      00220000
                ORGANIZATION IS SEQUENTIAL                              00230000
                FILE STATUS IS WS-STANDING-STATUS.                      00240000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00250000
                ORGANIZATION IS SEQUENTIAL                              00260000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00270000
                SELECT CLOSRPT ASSIGN TO CLOSRPT                        00280000
                ORGANIZATION IS SEQUENTIAL.                             00290000
       DATA DIVISION.                                                   00300000
       FILE SECTION.                                                    00310000
       FD TERMMST                                                       00320000
            RECORDING MODE IS F.                                        00330000
           COPY TERMMST.                                                00340000
       FD GRADES                                                        00350000
            RECORDING MODE IS F.                                        00360000
           COPY GRDREC.                                                 00370000
       FD LAPSTRN                                                       00380000
            RECORDING MODE IS F.                                        00390000
       01 LAPSTRN-REC PIC X(80).                                        00400000
       FD GRDREJ                                                        00410000
            RECORDING MODE IS F.                                        00420000
       01 GRDREJ-REC PIC X(80).                                         00430000
       FD STANDING                                                      00440000
            RECORDING MODE IS F.                                        00450000
           COPY STANDING.                                               00460000
       FD CYCDATE                                                       00470000
            RECORDING MODE IS F.                                        00480000
           COPY CYCDATE.                                                00490000
       FD CLOSRPT                                                       00500000
            RECORDING MODE IS F.                                        00510000
       01 CLOSRPT-REC PIC X(132).                                       00520000
       WORKING-STORAGE SECTION.                                         00530000
       01 WS-EOF             PIC A     VALUE SPACE.                     00540000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00550000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00560000
       01 WS-LAPSTRN-STATUS  PIC X(02) VALUE SPACES.                    00570000
       01 WS-GRDREJ-STATUS   PIC X(02) VALUE SPACES.                    00580000
       01 WS-STANDING-STATUS PIC X(02) VALUE SPACES.                    00590000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00600000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00610000
       01 WS-CLOSE-TERM      PIC X(05) VALUE SPACES.                    00620000
                                                                        00630000
       01 WS-PARM-CARD.                                                 00640000
          05 WS-PARM-TERM    PIC X(05).                                 00650000
          05 FILLER          PIC X(75).                                 00660000
                                                                        00670000
       01 WS-CONTROL-TOTALS.                                            00680000
           05 WS-CNT-GRADES     PIC 9(07) COMP VALUE ZERO.              00690000
           05 WS-CNT-TERM-GRADE PIC 9(07) COMP VALUE ZERO.              00700000
           05 WS-CNT-INCOMPLETE PIC 9(07) COMP VALUE ZERO.              00710000
           05 WS-CNT-WITHDRAWN  PIC 9(07) COMP VALUE ZERO.              00720000
           05 WS-CNT-LAPSED     PIC 9(07) COMP VALUE ZERO.              00730000
           05 WS-CNT-LAPSE-REJ  PIC 9(07) COMP VALUE ZERO.              00740000
           05 WS-CNT-STANDING   PIC 9(07) COMP VALUE ZERO.              00750000
           05 WS-CNT-DEANS      PIC 9(07) COMP VALUE ZERO.              00760000
           05 WS-CNT-PROBATION  PIC 9(07) COMP VALUE ZERO.              00770000
           05 WS-CNT-GOOD       PIC 9(07) COMP VALUE ZERO.              00780000
                                                                        00790000
       01 WS-CERT-HDR1.                                                 00800000
          05 FILLER      PIC X(40) VALUE SPACES.                        00810000
          05 FILLER      PIC X(30) VALUE                                00820000
             'OFFICE OF THE REGISTRAR'.                                 00830000
          05 FILLER      PIC X(62) VALUE SPACES.                        00840000
                                                                        00850000
       01 WS-CERT-HDR2.                                                 00860000
          05 FILLER      PIC X(40) VALUE SPACES.                        00870000
          05 FILLER      PIC X(30) VALUE                                00880000
             'TERM CLOSE CERTIFICATE'.                                  00890000
          05 FILLER      PIC X(62) VALUE SPACES.                        00900000
                                                                        00910000
       01 WS-CERT-TERM-LINE.                                            00920000
          05 FILLER      PIC X(06) VALUE 'TERM: '.                      00930000
          05 CRT-TERM    PIC X(05).                                     00940000
          05 FILLER      PIC X(11) VALUE '    START: '.                 00950000
          05 CRT-START   PIC X(08).                                     00960000
          05 FILLER      PIC X(09) VALUE '    END: '.                   00970000
          05 CRT-END     PIC X(08).                                     00980000
          05 FILLER      PIC X(12) VALUE '    CLOSED: '.                00990000
          05 CRT-CLOSED  PIC X(08).                                     01000000
          05 FILLER      PIC X(65) VALUE SPACES.                        01010000
                                                                        01020000
       01 WS-CERT-COUNT-LINE.                                           01030000
          05 FILLER      PIC X(04) VALUE SPACES.                        01040000
          05 CRT-LABEL   PIC X(36).                                     01050000
          05 CRT-COUNT   PIC ZZZ,ZZ9.                                   01060000
          05 FILLER      PIC X(85) VALUE SPACES.                        01070000
                                                                        01080000
       01 WS-CERT-TEXT-LINE.                                            01090000
          05 CRT-TEXT    PIC X(70).                                     01100000
          05 FILLER      PIC X(62) VALUE SPACES.                        01110000
                                                                        01120000
       PROCEDURE DIVISION.                                              01130000
                                                                        01140000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01150000
            MOVE WS-PARM-TERM TO WS-CLOSE-TERM.                         01160000
            IF WS-CLOSE-TERM = SPACES                                   01170000
               DISPLAY 'NO TERM ON CONTROL CARD - NOTHING CLOSED'       01180000
               MOVE +16 TO RETURN-CODE                                  01190000
               GOBACK                                                   01200000
            END-IF.                                                     01210000
            PERFORM C050-READ-CYCDATE-PARA.                             01220000
                                                                        01230000
            OPEN I-O TERMMST.                                           01240000
            IF WS-TERMMST-STATUS NOT = '00'                             01250000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 01260000
                       WS-TERMMST-STATUS                                01270000
               MOVE +16 TO RETURN-CODE                                  01280000
               GOBACK                                                   01290000
            END-IF.                                                     01300000
            MOVE WS-CLOSE-TERM TO TM-TERM.                              01310000
            READ TERMMST                                                01320000
              INVALID KEY                                               01330000
                 DISPLAY 'CLOSE TERM NOT ON TERM MASTER: '              01340000
                         WS-CLOSE-TERM                                  01350000
                 CLOSE TERMMST                                          01360000
                 MOVE +8 TO RETURN-CODE                                 01370000
                 GOBACK                                                 01380000
            END-READ.                                                   01390000
            IF TM-STATUS-CLOSED                                         01400000
               DISPLAY 'TERM ' WS-CLOSE-TERM ' ALREADY CLOSED ON '      01410000
                       TM-CLOSE-DATE                                    01420000
               CLOSE TERMMST                                            01430000
               MOVE +8 TO RETURN-CODE                                   01440000
               GOBACK                                                   01450000
            END-IF.                                                     01460000
                                                                        01470000
            OPEN INPUT GRADES.                                          01480000
            IF WS-GRADES-STATUS NOT = '00'                              01490000
               DISPLAY 'GRDFILE OPEN FAILED - STATUS: '                 01500000
                       WS-GRADES-STATUS                                 01510000
               CLOSE TERMMST                                            01520000
               MOVE +16 TO RETURN-CODE                                  01530000
               GOBACK                                                   01540000
            END-IF.                                                     01550000
            OPEN INPUT LAPSTRN.                                         01560000
            IF WS-LAPSTRN-STATUS NOT = '00'                             01570000
               DISPLAY 'LAPSTRN OPEN FAILED - STATUS: '                 01580000
                       WS-LAPSTRN-STATUS                                01590000
               CLOSE TERMMST                                            01600000
               CLOSE GRADES                                             01610000
               MOVE +16 TO RETURN-CODE                                  01620000
               GOBACK                                                   01630000
            END-IF.                                                     01640000
            OPEN INPUT GRDREJ.                                          01650000
            IF WS-GRDREJ-STATUS NOT = '00'                              01660000
               DISPLAY 'GRDREJ OPEN FAILED - STATUS: '                  01670000
                       WS-GRDREJ-STATUS                                 01680000
               CLOSE TERMMST                                            01690000
               CLOSE GRADES                                             01700000
               CLOSE LAPSTRN                                            01710000
               MOVE +16 TO RETURN-CODE                                  01720000
               GOBACK                                                   01730000
            END-IF.                                                     01740000
            OPEN INPUT STANDING.                                        01750000
            IF WS-STANDING-STATUS NOT = '00'                            01760000
               DISPLAY 'STANDING OPEN FAILED - STATUS: '                01770000
                       WS-STANDING-STATUS                               01780000
               CLOSE TERMMST                                            01790000
               CLOSE GRADES                                             01800000
               CLOSE LAPSTRN                                            01810000
               CLOSE GRDREJ                                             01820000
               MOVE +16 TO RETURN-CODE                                  01830000
               GOBACK                                                   01840000
            END-IF.                                                     01850000
                                                                        01860000
            PERFORM C100-COUNT-GRADE-PARA UNTIL WS-EOF = 'Y'.           01870000
            MOVE SPACE TO WS-EOF.                                       01880000
            PERFORM C200-COUNT-LAPSE-PARA UNTIL WS-EOF = 'Y'.           01890000
            MOVE SPACE TO WS-EOF.                                       01900000
            PERFORM C250-COUNT-REJECT-PARA UNTIL WS-EOF = 'Y'.          01910000
            MOVE SPACE TO WS-EOF.                                       01920000
            PERFORM C300-COUNT-STANDING-PARA UNTIL WS-EOF = 'Y'.        01930000
                                                                        01940000
            CLOSE GRADES.                                               01950000
            CLOSE LAPSTRN.                                              01960000
            CLOSE GRDREJ.                                               01970000
            CLOSE STANDING.                                             01980000
                                                                        01990000
            MOVE 'C' TO TM-STATUS.                                      02000000
            MOVE WS-BUSINESS-DATE TO TM-CLOSE-DATE.                     02010000
            REWRITE TERMMST-REC                                         02020000
              INVALID KEY                                               02030000
                 DISPLAY 'TERMMST REWRITE FAILED - TERM NOT CLOSED: '   02040000
                         WS-CLOSE-TERM                                  02050000
                 CLOSE TERMMST                                          02060000
                 MOVE +16 TO RETURN-CODE                                02070000
                 GOBACK                                                 02080000
            END-REWRITE.                                                02090000
            MOVE TM-START-DATE TO CRT-START.                            02100000
            MOVE TM-END-DATE   TO CRT-END.                              02110000
            CLOSE TERMMST.                                              02120000
                                                                        02130000
            OPEN OUTPUT CLOSRPT.                                        02140000
            PERFORM C500-PRINT-CERTIFICATE-PARA.                        02150000
            CLOSE CLOSRPT.                                              02160000
                                                                        02170000
            DISPLAY '===== TRMCLOSE CONTROL TOTALS ====='.              02180000
            DISPLAY 'TERM CLOSED              : ' WS-CLOSE-TERM.        02190000
            DISPLAY 'CLOSE DATE               : ' WS-BUSINESS-DATE.     02200000
            DISPLAY 'GRADE RECORDS READ       : ' WS-CNT-GRADES.        02210000
            DISPLAY 'GRADES IN TERM           : ' WS-CNT-TERM-GRADE.    02220000
            DISPLAY 'INCOMPLETES OUTSTANDING  : ' WS-CNT-INCOMPLETE.    02230000
            DISPLAY 'WITHDRAWALS              : ' WS-CNT-WITHDRAWN.     02240000
            DISPLAY 'INCOMPLETES LAPSED       : ' WS-CNT-LAPSED.        02250000
            DISPLAY 'LAPSE POSTINGS REJECTED  : ' WS-CNT-LAPSE-REJ.     02260000
            DISPLAY 'STANDING RECORDS READ    : ' WS-CNT-STANDING.      02270000
            DISPLAY 'DEANS LIST STUDENTS      : ' WS-CNT-DEANS.         02280000
            DISPLAY 'PROBATION STUDENTS       : ' WS-CNT-PROBATION.     02290000
            DISPLAY 'GOOD STANDING STUDENTS   : ' WS-CNT-GOOD.          02300000
            DISPLAY '==================================='.              02310000
                                                                        02320000
            MOVE ZERO TO RETURN-CODE.                                   02330000
                                                                        02340000
            GOBACK.                                                     02350000
                                                                        02360000
       C050-READ-CYCDATE-PARA.                                          02370000
                                                                        02380000
            OPEN INPUT CYCDATE.                                         02390000
            IF WS-CYCDATE-STATUS NOT = '00'                             02400000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      02410000
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      02420000
            ELSE                                                        02430000
               READ CYCDATE                                             02440000
                 AT END                                                 02450000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     02460000
                      TO WS-BUSINESS-DATE                               02470000
                 NOT AT END                                             02480000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           02490000
               END-READ                                                 02500000
               CLOSE CYCDATE                                            02510000
            END-IF.                                                     02520000
            IF WS-BUSINESS-DATE IS NOT NUMERIC                          02530000
               DISPLAY 'BAD CYCLE DATE - USING SYSTEM DATE'             02540000
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      02550000
            END-IF.                                                     02560000
                                                                        02570000
       C100-COUNT-GRADE-PARA.                                           02580000
                                                                        02590000
            READ GRADES NEXT                                            02600000
              AT END MOVE 'Y' TO WS-EOF                                 02610000
              NOT AT END                                                02620000
                 ADD 1 TO WS-CNT-GRADES                                 02630000
                 IF GR-TERM = WS-CLOSE-TERM                             02640000
                    AND NOT GR-TRANSFER                                 02650000
                    ADD 1 TO WS-CNT-TERM-GRADE                          02660000
                    IF GR-GRADE = 'I '                                  02670000
                       ADD 1 TO WS-CNT-INCOMPLETE                       02680000
                    END-IF                                              02690000
                    IF GR-GRADE = 'W '                                  02700000
                       ADD 1 TO WS-CNT-WITHDRAWN                        02710000
                    END-IF                                              02720000
                 END-IF                                                 02730000
            END-READ.                                                   02740000
            IF WS-EOF NOT = 'Y'                                         02750000
               AND WS-GRADES-STATUS NOT = '00'                          02760000
               DISPLAY 'GRDFILE READ FAILED - STATUS: '                 02770000
                       WS-GRADES-STATUS                                 02780000
               MOVE 'Y' TO WS-EOF                                       02790000
            END-IF.                                                     02800000
                                                                        02810000
       C200-COUNT-LAPSE-PARA.                                           02820000
                                                                        02830000
            READ LAPSTRN                                                02840000
              AT END MOVE 'Y' TO WS-EOF                                 02850000
              NOT AT END                                                02860000
                 ADD 1 TO WS-CNT-LAPSED                                 02870000
            END-READ.                                                   02880000
                                                                        02890000
       C250-COUNT-REJECT-PARA.                                          02900000
                                                                        02910000
            READ GRDREJ                                                 02920000
              AT END MOVE 'Y' TO WS-EOF                                 02930000
              NOT AT END                                                02940000
                 ADD 1 TO WS-CNT-LAPSE-REJ                              02950000
            END-READ.                                                   02960000
                                                                        02970000
       C300-COUNT-STANDING-PARA.                                        02980000
                                                                        02990000
            READ STANDING                                               03000000
              AT END MOVE 'Y' TO WS-EOF                                 03010000
              NOT AT END                                                03020000
                 ADD 1 TO WS-CNT-STANDING                               03030000
                 EVALUATE TRUE                                          03040000
                 WHEN ST-DEANS-LIST                                     03050000
                      ADD 1 TO WS-CNT-DEANS                             03060000
                 WHEN ST-PROBATION                                      03070000
                      ADD 1 TO WS-CNT-PROBATION                         03080000
                 WHEN OTHER                                             03090000
                      ADD 1 TO WS-CNT-GOOD                              03100000
                 END-EVALUATE                                           03110000
            END-READ.                                                   03120000
                                                                        03130000
       C500-PRINT-CERTIFICATE-PARA.                                     03140000
                                                                        03150000
            WRITE CLOSRPT-REC FROM WS-CERT-HDR1                         03160000
               AFTER ADVANCING PAGE.                                    03170000
            WRITE CLOSRPT-REC FROM WS-CERT-HDR2                         03180000
               AFTER ADVANCING 1 LINE.                                  03190000
            MOVE WS-CLOSE-TERM    TO CRT-TERM.                          03200000
            MOVE WS-BUSINESS-DATE TO CRT-CLOSED.                        03210000
            WRITE CLOSRPT-REC FROM WS-CERT-TERM-LINE                    03220000
               AFTER ADVANCING 3 LINES.                                 03230000
            MOVE SPACES TO CLOSRPT-REC.                                 03240000
            WRITE CLOSRPT-REC AFTER ADVANCING 1 LINE.                   03250000
                                                                        03260000
            MOVE 'GRADES RECORDED FOR THE TERM' TO CRT-LABEL.           03270000
            MOVE WS-CNT-TERM-GRADE TO CRT-COUNT.                        03280000
            PERFORM C510-COUNT-LINE-PARA.                               03290000
            MOVE 'INCOMPLETES OUTSTANDING' TO CRT-LABEL.                03300000
            MOVE WS-CNT-INCOMPLETE TO CRT-COUNT.                        03310000
            PERFORM C510-COUNT-LINE-PARA.                               03320000
            MOVE 'WITHDRAWALS' TO CRT-LABEL.                            03330000
            MOVE WS-CNT-WITHDRAWN TO CRT-COUNT.                         03340000
            PERFORM C510-COUNT-LINE-PARA.                               03350000
            MOVE 'EXPIRED INCOMPLETES LAPSED' TO CRT-LABEL.             03360000
            MOVE WS-CNT-LAPSED TO CRT-COUNT.                            03370000
            PERFORM C510-COUNT-LINE-PARA.                               03380000
            MOVE 'LAPSE POSTINGS REJECTED' TO CRT-LABEL.                03390000
            MOVE WS-CNT-LAPSE-REJ TO CRT-COUNT.                         03400000
            PERFORM C510-COUNT-LINE-PARA.                               03410000
            MOVE 'STUDENTS WITH RECOMPUTED STANDING' TO CRT-LABEL.      03420000
            MOVE WS-CNT-STANDING TO CRT-COUNT.                          03430000
            PERFORM C510-COUNT-LINE-PARA.                               03440000
            MOVE '  DEANS LIST' TO CRT-LABEL.                           03450000
            MOVE WS-CNT-DEANS TO CRT-COUNT.                             03460000
            PERFORM C510-COUNT-LINE-PARA.                               03470000
            MOVE '  PROBATION' TO CRT-LABEL.                            03480000
            MOVE WS-CNT-PROBATION TO CRT-COUNT.                         03490000
            PERFORM C510-COUNT-LINE-PARA.                               03500000
            MOVE '  GOOD STANDING' TO CRT-LABEL.                        03510000
            MOVE WS-CNT-GOOD TO CRT-COUNT.                              03520000
            PERFORM C510-COUNT-LINE-PARA.                               03530000
                                                                        03540000
            MOVE 'THE TERM IS CLOSED.  GRADE AND REGISTRATION ACTIVITY' 03550000
              TO CRT-TEXT.                                              03560000
            WRITE CLOSRPT-REC FROM WS-CERT-TEXT-LINE                    03570000
               AFTER ADVANCING 3 LINES.                                 03580000
            MOVE 'FOR IT IS REFUSED UNLESS IT CARRIES AN AUTHORIZED'    03590000
              TO CRT-TEXT.                                              03600000
            WRITE CLOSRPT-REC FROM WS-CERT-TEXT-LINE                    03610000
               AFTER ADVANCING 1 LINE.                                  03620000
            MOVE 'OVERRIDE.'                                            03630000
              TO CRT-TEXT.                                              03640000
            WRITE CLOSRPT-REC FROM WS-CERT-TEXT-LINE                    03650000
               AFTER ADVANCING 1 LINE.                                  03660000
            MOVE 'CERTIFIED BY: ______________________   DATE: ________'03670000
              TO CRT-TEXT.                                              03680000
            WRITE CLOSRPT-REC FROM WS-CERT-TEXT-LINE                    03690000
               AFTER ADVANCING 3 LINES.                                 03700000
                                                                        03710000
       C510-COUNT-LINE-PARA.                                            03720000
                                                                        03730000
            WRITE CLOSRPT-REC FROM WS-CERT-COUNT-LINE                   03740000
               AFTER ADVANCING 1 LINE.                                  03750000
