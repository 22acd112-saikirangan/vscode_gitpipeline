       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PARTMRG.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00080000
                SELECT EMPFIL ASSIGN TO EMPFILE                         00090000
                ORGANIZATION IS INDEXED                                 00100000
                ACCESS MODE IS RANDOM                                   00110000
                RECORD KEY IS EM-STUD-ID                                00120000
                FILE STATUS IS WS-EMPFIL-STATUS.                        00130000
                SELECT PARTRS ASSIGN TO DYNAMIC WS-PRS-DD               00140000
                ORGANIZATION IS SEQUENTIAL                              00150000
                FILE STATUS IS WS-PART-STATUS.                          00160000
                SELECT PARTNF ASSIGN TO DYNAMIC WS-PNF-DD               00170000
                ORGANIZATION IS SEQUENTIAL                              00180000
                FILE STATUS IS WS-PART-STATUS.                          00190000
                SELECT PARTSU ASSIGN TO DYNAMIC WS-PSU-DD               00200000
                ORGANIZATION IS SEQUENTIAL                              00210000
                FILE STATUS IS WS-PART-STATUS.                          00220000
                SELECT PARTDR ASSIGN TO DYNAMIC WS-PDR-DD               00230000
                ORGANIZATION IS SEQUENTIAL                              00240000
                FILE STATUS IS WS-PART-STATUS.                          00250000
                SELECT PARTTX ASSIGN TO DYNAMIC WS-PTX-DD               00260000
                ORGANIZATION IS SEQUENTIAL                              00270000
                FILE STATUS IS WS-PART-STATUS.                          00280000
                SELECT PARTPB ASSIGN TO DYNAMIC WS-PPB-DD               00290000
                ORGANIZATION IS SEQUENTIAL                              00300000
                FILE STATUS IS WS-PART-STATUS.                          00310000
                SELECT RUNSTAT ASSIGN TO RUNSTAT                        00320000
                ORGANIZATION IS SEQUENTIAL                              00330000
                FILE STATUS IS WS-OUT-STATUS.                           00340000
                SELECT NOTFOUND ASSIGN TO NOTFOUND                      00350000
                ORGANIZATION IS SEQUENTIAL                              00360000
                FILE STATUS IS WS-OUT-STATUS.                           00370000
                SELECT IDSUSP ASSIGN TO IDSUSP                          00380000
                ORGANIZATION IS SEQUENTIAL                              00390000
                FILE STATUS IS WS-OUT-STATUS.                           00400000
                SELECT DEPTREJ ASSIGN TO DEPTREJ                        00410000
                ORGANIZATION IS SEQUENTIAL                              00420000
                FILE STATUS IS WS-OUT-STATUS.                           00430000
                SELECT TRANSCPT ASSIGN TO TRANSCPT                      00440000
                ORGANIZATION IS SEQUENTIAL                              00450000
                FILE STATUS IS WS-OUT-STATUS.                           00460000
                SELECT CYCPROB ASSIGN TO CYCPROB                        00470000
                ORGANIZATION IS SEQUENTIAL                              00480000
                FILE STATUS IS WS-OUT-STATUS.                           00490000
       DATA DIVISION.                                                   00500000
       FILE SECTION.                                                    00510000
       FD CYCDATE                                                       00520000
            RECORDING MODE IS F.                                        00530000
           COPY CYCDATE.                                                00540000
       FD EMPFIL                                                        00550000
            RECORDING MODE IS F.                                        00560000
           COPY EMPFREC.                                                00570000
       FD PARTRS                                                        00580000
            RECORDING MODE IS F.                                        00590000
       01 PARTRS-REC PIC X(120).                                        00600000
       FD PARTNF                                                        00610000
            RECORDING MODE IS F.                                        00620000
       01 PARTNF-REC PIC X(80).                                         00630000
       FD PARTSU                                                        00640000
            RECORDING MODE IS F.                                        00650000
       01 PARTSU-REC PIC X(80).                                         00660000
       FD PARTDR                                                        00670000
            RECORDING MODE IS F.                                        00680000
       01 PARTDR-REC PIC X(90).                                         00690000
       FD PARTTX                                                        00700000
            RECORDING MODE IS F.                                        00710000
       01 PARTTX-REC PIC X(90).                                         00720000
       FD PARTPB                                                        00730000
            RECORDING MODE IS F.                                        00740000
       01 PARTPB-REC PIC X(95).                                         00750000
       FD RUNSTAT                                                       00760000
            RECORDING MODE IS F.                                        00770000
           COPY RUNSTAT.                                                00780000
       FD NOTFOUND                                                      00790000
            RECORDING MODE IS F.                                        00800000
       01 NOTFOUND-REC PIC X(80).                                       00810000
       FD IDSUSP                                                        00820000
            RECORDING MODE IS F.                                        00830000
       01 IDSUSP-REC PIC X(80).                                         00840000
       FD DEPTREJ                                                       00850000
            RECORDING MODE IS F.                                        00860000
       01 DEPTREJ-REC PIC X(90).                                        00870000
       FD TRANSCPT                                                      00880000
            RECORDING MODE IS F.                                        00890000
       01 TRANSCPT-REC PIC X(90).                                       00900000
       FD CYCPROB                                                       00910000
            RECORDING MODE IS F.                                        00920000
       01 CYCPROB-REC PIC X(95).                                        00930000
       WORKING-STORAGE SECTION.                                         00940000
       01 WS-EOF             PIC A     VALUE SPACE.                     00950000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00960000
       01 WS-EMPFIL-STATUS   PIC X(02) VALUE SPACES.                    00970000
       01 WS-PART-STATUS     PIC X(02) VALUE SPACES.                    00980000
       01 WS-OUT-STATUS      PIC X(02) VALUE SPACES.                    00990000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    01000000
       01 WS-BUSINESS-TS     PIC X(26).                                 01010000
       01 WS-PARM-CARD.                                                 01020000
          05 WS-PARM-PARTS      PIC 9(01).                              01030000
          05 FILLER             PIC X(79).                              01040000
       01 WS-PART-COUNT      PIC 9(02) COMP VALUE ZERO.                 01050000
       01 WS-PART-IDX        PIC 9(02) COMP VALUE ZERO.                 01060000
       01 WS-PART-NO         PIC 9(02) VALUE ZERO.                      01070000
       01 WS-PRS-DD.                                                    01080000
          05 FILLER          PIC X(06) VALUE 'RUNSTP'.                  01090000
          05 WS-PRS-NO       PIC 9(02) VALUE ZERO.                      01100000
       01 WS-PNF-DD.                                                    01110000
          05 FILLER          PIC X(06) VALUE 'NOTFDP'.                  01120000
          05 WS-PNF-NO       PIC 9(02) VALUE ZERO.                      01130000
       01 WS-PSU-DD.                                                    01140000
          05 FILLER          PIC X(06) VALUE 'IDSUSP'.                  01150000
          05 WS-PSU-NO       PIC 9(02) VALUE ZERO.                      01160000
       01 WS-PDR-DD.                                                    01170000
          05 FILLER          PIC X(06) VALUE 'DEPTRP'.                  01180000
          05 WS-PDR-NO       PIC 9(02) VALUE ZERO.                      01190000
       01 WS-PTX-DD.                                                    01200000
          05 FILLER          PIC X(06) VALUE 'TRNSCP'.                  01210000
          05 WS-PTX-NO       PIC 9(02) VALUE ZERO.                      01220000
       01 WS-PPB-DD.                                                    01230000
          05 FILLER          PIC X(06) VALUE 'CYCPRP'.                  01240000
          05 WS-PPB-NO       PIC 9(02) VALUE ZERO.                      01250000
                                                                        01260000
       01 WS-PART-STATS.                                                01270000
          05 PS-RUN-TS          PIC X(26).                              01280000
          05 PS-RETURN-CODE     PIC 9(02).                              01290000
          05 PS-CNT-READ        PIC 9(07).                              01300000
          05 PS-CNT-MATCH       PIC 9(07).                              01310000
          05 PS-CNT-NOTFOUND    PIC 9(07).                              01320000
          05 PS-CNT-INVALID-ID  PIC 9(07).                              01330000
          05 PS-CNT-INACTIVE    PIC 9(07).                              01340000
          05 PS-CNT-DUPLICATE   PIC 9(07).                              01350000
          05 PS-CNT-SUSPENSE    PIC 9(07).                              01360000
          05 PS-CNT-GRADE-FND   PIC 9(07).                              01370000
          05 PS-CNT-GRADE-MISS  PIC 9(07).                              01380000
          05 PS-CNT-SQLERR      PIC 9(07).                              01390000
          05 PS-CNT-RETRIES     PIC 9(07).                              01400000
          05 PS-CNT-DEPTREJ     PIC 9(07).                              01410000
          05 PS-PARTITION       PIC X(02).                              01420000
          05 FILLER             PIC X(06).                              01430000
       01 WS-STATS-FLAG      PIC X(01) VALUE 'N'.                       01440000
           88 WS-STATS-FOUND        VALUE 'Y'.                          01450000
       01 WS-BAL-FLAG        PIC X(01) VALUE 'Y'.                       01460000
           88 WS-PART-BALANCED      VALUE 'Y'.                          01470000
       01 WS-FILE-CNT        PIC 9(07) COMP VALUE ZERO.                 01480000
       01 WS-WORK-TOTAL      PIC 9(08) COMP VALUE ZERO.                 01490000
       01 WS-FC-NOTFOUND     PIC 9(07) COMP VALUE ZERO.                 01500000
       01 WS-FC-IDSUSP       PIC 9(07) COMP VALUE ZERO.                 01510000
       01 WS-FC-DEPTREJ      PIC 9(07) COMP VALUE ZERO.                 01520000
       01 WS-FC-TRANSCPT     PIC 9(07) COMP VALUE ZERO.                 01530000
       01 WS-TRL-COUNT       PIC 9(09) VALUE ZERO.                      01540000
       01 WS-MAX-RC          PIC 9(02) VALUE ZERO.                      01550000
                                                                        01560000
       01 WS-MERGED-TOTALS.                                             01570000
          05 WS-MT-READ         PIC 9(07) COMP VALUE ZERO.              01580000
          05 WS-MT-MATCH        PIC 9(07) COMP VALUE ZERO.              01590000
          05 WS-MT-NOTFOUND     PIC 9(07) COMP VALUE ZERO.              01600000
          05 WS-MT-INVALID-ID   PIC 9(07) COMP VALUE ZERO.              01610000
          05 WS-MT-INACTIVE     PIC 9(07) COMP VALUE ZERO.              01620000
          05 WS-MT-DUPLICATE    PIC 9(07) COMP VALUE ZERO.              01630000
          05 WS-MT-SUSPENSE     PIC 9(07) COMP VALUE ZERO.              01640000
          05 WS-MT-GRADE-FND    PIC 9(07) COMP VALUE ZERO.              01650000
          05 WS-MT-GRADE-MISS   PIC 9(07) COMP VALUE ZERO.              01660000
          05 WS-MT-SQLERR       PIC 9(07) COMP VALUE ZERO.              01670000
          05 WS-MT-RETRIES      PIC 9(07) COMP VALUE ZERO.              01680000
          05 WS-MT-DEPTREJ      PIC 9(07) COMP VALUE ZERO.              01690000
                                                                        01700000
       01 WS-CONTROL-TOTALS.                                            01710000
          05 WS-CNT-PARTS-OK    PIC 9(03) COMP VALUE ZERO.              01720000
          05 WS-CNT-MISSING     PIC 9(03) COMP VALUE ZERO.              01730000
          05 WS-CNT-BROKEN      PIC 9(03) COMP VALUE ZERO.              01740000
          05 WS-CNT-PROBLEMS    PIC 9(07) COMP VALUE ZERO.              01750000
          05 WS-CNT-NOTFOUND    PIC 9(07) COMP VALUE ZERO.              01760000
          05 WS-CNT-IDSUSP      PIC 9(07) COMP VALUE ZERO.              01770000
          05 WS-CNT-DEPTREJ     PIC 9(07) COMP VALUE ZERO.              01780000
          05 WS-CNT-TRANSCPT    PIC 9(07) COMP VALUE ZERO.              01790000
                                                                        01800000
       01 WS-MSG-PGM         PIC X(08) VALUE 'PARTMRG'.                 01810000
       01 WS-MSG-NUM         PIC 9(03) VALUE ZERO.                      01820000
       01 WS-MSG-SEV         PIC X(01) VALUE 'I'.                       01830000
       01 WS-MSG-TEXT        PIC X(60) VALUE SPACES.                    01840000
                                                                        01850000
       PROCEDURE DIVISION.                                              01860000
                                                                        01870000
            PERFORM P050-READ-CYCDATE-PARA.                             01880000
                                                                        01890000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01900000
            IF WS-PARM-PARTS IS NOT NUMERIC                             01910000
               OR WS-PARM-PARTS = ZERO                                  01920000
               MOVE SPACES TO WS-MSG-TEXT                               01930000
               STRING 'PARTITION COUNT INVALID: ' WS-PARM-CARD(1:1)     01940000
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     01950000
               MOVE 1 TO WS-MSG-NUM                                     01960000
               MOVE 'S' TO WS-MSG-SEV                                   01970000
               PERFORM P900-ISSUE-MSG-PARA                              01980000
               MOVE +16 TO RETURN-CODE                                  01990000
               GOBACK                                                   02000000
            END-IF.                                                     02010000
            MOVE WS-PARM-PARTS TO WS-PART-COUNT.                        02020000
                                                                        02030000
            PERFORM P100-COPY-PROBLEMS-PARA.                            02040000
                                                                        02050000
            PERFORM P200-CHECK-PARTITION-PARA                           02060000
               VARYING WS-PART-IDX FROM 1 BY 1                          02070000
               UNTIL WS-PART-IDX > WS-PART-COUNT.                       02080000
                                                                        02090000
            PERFORM P300-CHECK-COVERAGE-PARA.                           02100000
                                                                        02110000
            IF WS-CNT-MISSING = ZERO AND WS-CNT-BROKEN = ZERO           02120000
               PERFORM P400-MERGE-FILES-PARA                            02130000
               PERFORM P500-WRITE-RUNSTAT-PARA                          02140000
            END-IF.                                                     02150000
                                                                        02160000
            DISPLAY '===== PARTMRG CONTROL TOTALS ====='.               02170000
            DISPLAY 'PARTITIONS EXPECTED      : ' WS-PART-COUNT.        02180000
            DISPLAY 'PARTITIONS BALANCED      : ' WS-CNT-PARTS-OK.      02190000
            DISPLAY 'PARTITIONS MISSING       : ' WS-CNT-MISSING.       02200000
            DISPLAY 'RULES OUT OF BALANCE     : ' WS-CNT-BROKEN.        02210000
            DISPLAY 'PROBLEM LOG RECORDS MOVED: ' WS-CNT-PROBLEMS.      02220000
            DISPLAY 'EMPFIL RECORDS READ      : ' WS-MT-READ.           02230000
            DISPLAY 'NOTFOUND RECORDS MERGED  : ' WS-CNT-NOTFOUND.      02240000
            DISPLAY 'IDSUSP RECORDS MERGED    : ' WS-CNT-IDSUSP.        02250000
            DISPLAY 'DEPTREJ RECORDS MERGED   : ' WS-CNT-DEPTREJ.       02260000
            DISPLAY 'TRANSCPT RECORDS MERGED  : ' WS-CNT-TRANSCPT.      02270000
            DISPLAY '=================================='.               02280000
                                                                        02290000
            IF WS-CNT-MISSING > ZERO OR WS-CNT-BROKEN > ZERO            02300000
               DISPLAY 'PARTITIONS NOT MERGED - CYCLE OUTPUTS UNCHANGED'02310000
               MOVE +12 TO RETURN-CODE                                  02320000
            ELSE                                                        02330000
               MOVE ZERO TO RETURN-CODE                                 02340000
            END-IF.                                                     02350000
                                                                        02360000
            GOBACK.                                                     02370000
                                                                        02380000
       P050-READ-CYCDATE-PARA.                                          02390000
                                                                        02400000
            OPEN INPUT CYCDATE.                                         02410000
            IF WS-CYCDATE-STATUS NOT = '00'                             02420000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      02430000
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      02440000
            ELSE                                                        02450000
               READ CYCDATE                                             02460000
                 AT END                                                 02470000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     02480000
                      TO WS-BUSINESS-DATE                               02490000
                 NOT AT END                                             02500000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           02510000
               END-READ                                                 02520000
               CLOSE CYCDATE                                            02530000
            END-IF.                                                     02540000
                                                                        02550000
       P100-COPY-PROBLEMS-PARA.                                         02560000
                                                                        02570000
            OPEN EXTEND CYCPROB.                                        02580000
            IF WS-OUT-STATUS NOT = '00'                                 02590000
               DISPLAY 'CYCPROB OPEN FAILED - PARTITION PROBLEM LOGS '  02600000
                       'LEFT IN PLACE, STATUS: ' WS-OUT-STATUS          02610000
            ELSE                                                        02620000
               PERFORM P110-COPY-ONE-LOG-PARA                           02630000
                  VARYING WS-PART-IDX FROM 1 BY 1                       02640000
                  UNTIL WS-PART-IDX > WS-PART-COUNT                     02650000
               CLOSE CYCPROB                                            02660000
            END-IF.                                                     02670000
                                                                        02680000
       P110-COPY-ONE-LOG-PARA.                                          02690000
                                                                        02700000
            PERFORM P150-SET-DD-NAMES-PARA.                             02710000
            OPEN INPUT PARTPB.                                          02720000
            IF WS-PART-STATUS = '00'                                    02730000
               MOVE SPACE TO WS-EOF                                     02740000
               PERFORM P115-COPY-PROBLEM-PARA UNTIL WS-EOF = 'Y'        02750000
               CLOSE PARTPB                                             02760000
               OPEN OUTPUT PARTPB                                       02770000
               CLOSE PARTPB                                             02780000
            END-IF.                                                     02790000
                                                                        02800000
       P115-COPY-PROBLEM-PARA.                                          02810000
                                                                        02820000
            READ PARTPB                                                 02830000
              AT END MOVE 'Y' TO WS-EOF                                 02840000
              NOT AT END                                                02850000
                 WRITE CYCPROB-REC FROM PARTPB-REC                      02860000
                 ADD 1 TO WS-CNT-PROBLEMS                               02870000
            END-READ.                                                   02880000
                                                                        02890000
       P150-SET-DD-NAMES-PARA.                                          02900000
                                                                        02910000
            MOVE WS-PART-IDX TO WS-PART-NO.                             02920000
            MOVE WS-PART-NO  TO WS-PRS-NO.                              02930000
            MOVE WS-PART-NO  TO WS-PNF-NO.                              02940000
            MOVE WS-PART-NO  TO WS-PSU-NO.                              02950000
            MOVE WS-PART-NO  TO WS-PDR-NO.                              02960000
            MOVE WS-PART-NO  TO WS-PTX-NO.                              02970000
            MOVE WS-PART-NO  TO WS-PPB-NO.                              02980000
                                                                        02990000
       P200-CHECK-PARTITION-PARA.                                       03000000
                                                                        03010000
            PERFORM P150-SET-DD-NAMES-PARA.                             03020000
            PERFORM P210-LOAD-STATS-PARA.                               03030000
            IF NOT WS-STATS-FOUND                                       03040000
               ADD 1 TO WS-CNT-MISSING                                  03050000
               MOVE SPACES TO WS-MSG-TEXT                               03060000
               STRING 'PARTITION ' WS-PART-NO                           03070000
                      ' HAS NO RUN STATISTICS FOR ' WS-BUSINESS-DATE    03080000
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     03090000
               MOVE 2 TO WS-MSG-NUM                                     03100000
               MOVE 'S' TO WS-MSG-SEV                                   03110000
               PERFORM P900-ISSUE-MSG-PARA                              03120000
            ELSE                                                        03130000
               PERFORM P220-COUNT-FILES-PARA                            03140000
               PERFORM P250-BALANCE-PARTITION-PARA                      03150000
               PERFORM P260-ADD-TOTALS-PARA                             03160000
            END-IF.                                                     03170000
                                                                        03180000
       P210-LOAD-STATS-PARA.                                            03190000
                                                                        03200000
            MOVE 'N' TO WS-STATS-FLAG.                                  03210000
            OPEN INPUT PARTRS.                                          03220000
            IF WS-PART-STATUS NOT = '00'                                03230000
               DISPLAY 'RUN STATISTICS ' WS-PRS-DD                      03240000
                       ' OPEN FAILED - STATUS: ' WS-PART-STATUS         03250000
            ELSE                                                        03260000
               MOVE SPACE TO WS-EOF                                     03270000
               PERFORM P215-READ-STATS-PARA UNTIL WS-EOF = 'Y'          03280000
               CLOSE PARTRS                                             03290000
            END-IF.                                                     03300000
                                                                        03310000
       P215-READ-STATS-PARA.                                            03320000
                                                                        03330000
            READ PARTRS INTO WS-PART-STATS                              03340000
              AT END MOVE 'Y' TO WS-EOF                                 03350000
              NOT AT END                                                03360000
                 IF PS-PARTITION = WS-PART-NO                           03370000
                    AND PS-RUN-TS(1:8) = WS-BUSINESS-DATE               03380000
                    MOVE 'Y' TO WS-STATS-FLAG                           03390000
                 ELSE                                                   03400000
                    MOVE 'N' TO WS-STATS-FLAG                           03410000
                 END-IF                                                 03420000
            END-READ.                                                   03430000
                                                                        03440000
       P220-COUNT-FILES-PARA.                                           03450000
                                                                        03460000
            MOVE ZERO TO WS-FILE-CNT.                                   03470000
            OPEN INPUT PARTNF.                                          03480000
            IF WS-PART-STATUS = '00'                                    03490000
               MOVE SPACE TO WS-EOF                                     03500000
               PERFORM P225-COUNT-NOTFOUND-PARA UNTIL WS-EOF = 'Y'      03510000
               CLOSE PARTNF                                             03520000
            END-IF.                                                     03530000
            MOVE WS-FILE-CNT TO WS-FC-NOTFOUND.                         03540000
                                                                        03550000
            MOVE ZERO TO WS-FILE-CNT.                                   03560000
            OPEN INPUT PARTSU.                                          03570000
            IF WS-PART-STATUS = '00'                                    03580000
               MOVE SPACE TO WS-EOF                                     03590000
               PERFORM P230-COUNT-IDSUSP-PARA UNTIL WS-EOF = 'Y'        03600000
               CLOSE PARTSU                                             03610000
            END-IF.                                                     03620000
            MOVE WS-FILE-CNT TO WS-FC-IDSUSP.                           03630000
                                                                        03640000
            MOVE ZERO TO WS-FILE-CNT.                                   03650000
            OPEN INPUT PARTDR.                                          03660000
            IF WS-PART-STATUS = '00'                                    03670000
               MOVE SPACE TO WS-EOF                                     03680000
               PERFORM P235-COUNT-DEPTREJ-PARA UNTIL WS-EOF = 'Y'       03690000
               CLOSE PARTDR                                             03700000
            END-IF.                                                     03710000
            MOVE WS-FILE-CNT TO WS-FC-DEPTREJ.                          03720000
                                                                        03730000
            MOVE ZERO TO WS-FILE-CNT.                                   03740000
            OPEN INPUT PARTTX.                                          03750000
            IF WS-PART-STATUS = '00'                                    03760000
               MOVE SPACE TO WS-EOF                                     03770000
               PERFORM P240-COUNT-TRANSCPT-PARA UNTIL WS-EOF = 'Y'      03780000
               CLOSE PARTTX                                             03790000
            END-IF.                                                     03800000
            MOVE WS-FILE-CNT TO WS-FC-TRANSCPT.                         03810000
                                                                        03820000
       P225-COUNT-NOTFOUND-PARA.                                        03830000
                                                                        03840000
            READ PARTNF                                                 03850000
              AT END MOVE 'Y' TO WS-EOF                                 03860000
              NOT AT END ADD 1 TO WS-FILE-CNT                           03870000
            END-READ.                                                   03880000
                                                                        03890000
       P230-COUNT-IDSUSP-PARA.                                          03900000
                                                                        03910000
            READ PARTSU                                                 03920000
              AT END MOVE 'Y' TO WS-EOF                                 03930000
              NOT AT END ADD 1 TO WS-FILE-CNT                           03940000
            END-READ.                                                   03950000
                                                                        03960000
       P235-COUNT-DEPTREJ-PARA.                                         03970000
                                                                        03980000
            READ PARTDR                                                 03990000
              AT END MOVE 'Y' TO WS-EOF                                 04000000
              NOT AT END ADD 1 TO WS-FILE-CNT                           04010000
            END-READ.                                                   04020000
                                                                        04030000
       P240-COUNT-TRANSCPT-PARA.                                        04040000
                                                                        04050000
            READ PARTTX                                                 04060000
              AT END MOVE 'Y' TO WS-EOF                                 04070000
              NOT AT END ADD 1 TO WS-FILE-CNT                           04080000
            END-READ.                                                   04090000
                                                                        04100000
       P250-BALANCE-PARTITION-PARA.                                     04110000
                                                                        04120000
            MOVE 'Y' TO WS-BAL-FLAG.                                    04130000
            COMPUTE WS-WORK-TOTAL = PS-CNT-MATCH + PS-CNT-NOTFOUND      04140000
                  + PS-CNT-SUSPENSE + PS-CNT-SQLERR.                    04150000
            IF PS-CNT-READ NOT = WS-WORK-TOTAL                          04160000
               DISPLAY 'PARTITION ' WS-PART-NO ' READ ' PS-CNT-READ     04170000
                       ' VS MATCH+NOT-FOUND+SUSPENSE+SQLERR '           04180000
                       WS-WORK-TOTAL                                    04190000
               MOVE 'N' TO WS-BAL-FLAG                                  04200000
            END-IF.                                                     04210000
            IF WS-FC-NOTFOUND NOT = PS-CNT-NOTFOUND                     04220000
               DISPLAY 'PARTITION ' WS-PART-NO ' NOTFOUND RECORDS '     04230000
                       WS-FC-NOTFOUND ' VS COUNTER ' PS-CNT-NOTFOUND    04240000
               MOVE 'N' TO WS-BAL-FLAG                                  04250000
            END-IF.                                                     04260000
            IF WS-FC-IDSUSP NOT = PS-CNT-SUSPENSE                       04270000
               DISPLAY 'PARTITION ' WS-PART-NO ' IDSUSP RECORDS '       04280000
                       WS-FC-IDSUSP ' VS COUNTER ' PS-CNT-SUSPENSE      04290000
               MOVE 'N' TO WS-BAL-FLAG                                  04300000
            END-IF.                                                     04310000
            IF WS-FC-DEPTREJ NOT = PS-CNT-DEPTREJ                       04320000
               DISPLAY 'PARTITION ' WS-PART-NO ' DEPTREJ RECORDS '      04330000
                       WS-FC-DEPTREJ ' VS COUNTER ' PS-CNT-DEPTREJ      04340000
               MOVE 'N' TO WS-BAL-FLAG                                  04350000
            END-IF.                                                     04360000
            COMPUTE WS-WORK-TOTAL = PS-CNT-GRADE-FND                    04365000
                  + PS-CNT-GRADE-MISS.                                  04370000
            IF WS-FC-TRANSCPT < WS-WORK-TOTAL                           04375000
               DISPLAY 'PARTITION ' WS-PART-NO ' TRANSCPT RECORDS '     04380000
                       WS-FC-TRANSCPT ' VS STUDENTS ' WS-WORK-TOTAL     04390000
               MOVE 'N' TO WS-BAL-FLAG                                  04400000
            END-IF.                                                     04410000
            IF PS-RETURN-CODE IS NOT NUMERIC                            04420000
               OR PS-RETURN-CODE > 4                                    04430000
               DISPLAY 'PARTITION ' WS-PART-NO ' ENDED RC '             04440000
                       PS-RETURN-CODE                                   04450000
               MOVE 'N' TO WS-BAL-FLAG                                  04460000
            END-IF.                                                     04470000
                                                                        04480000
            IF WS-PART-BALANCED                                         04490000
               ADD 1 TO WS-CNT-PARTS-OK                                 04500000
               DISPLAY 'PARTITION ' WS-PART-NO ' BALANCED - READ '      04510000
                       PS-CNT-READ ' RC ' PS-RETURN-CODE                04520000
            ELSE                                                        04530000
               ADD 1 TO WS-CNT-BROKEN                                   04540000
               MOVE SPACES TO WS-MSG-TEXT                               04550000
               STRING 'PARTITION ' WS-PART-NO                           04560000
                      ' OUT OF BALANCE - NOT MERGED'                    04570000
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     04580000
               MOVE 3 TO WS-MSG-NUM                                     04590000
               MOVE 'S' TO WS-MSG-SEV                                   04600000
               PERFORM P900-ISSUE-MSG-PARA                              04610000
            END-IF.                                                     04620000
                                                                        04630000
       P260-ADD-TOTALS-PARA.                                            04640000
                                                                        04650000
            ADD PS-CNT-READ       TO WS-MT-READ.                        04660000
            ADD PS-CNT-MATCH      TO WS-MT-MATCH.                       04670000
            ADD PS-CNT-NOTFOUND   TO WS-MT-NOTFOUND.                    04680000
            ADD PS-CNT-INVALID-ID TO WS-MT-INVALID-ID.                  04690000
            ADD PS-CNT-INACTIVE   TO WS-MT-INACTIVE.                    04700000
            ADD PS-CNT-DUPLICATE  TO WS-MT-DUPLICATE.                   04710000
            ADD PS-CNT-SUSPENSE   TO WS-MT-SUSPENSE.                    04720000
            ADD PS-CNT-GRADE-FND  TO WS-MT-GRADE-FND.                   04730000
            ADD PS-CNT-GRADE-MISS TO WS-MT-GRADE-MISS.                  04740000
            ADD PS-CNT-SQLERR     TO WS-MT-SQLERR.                      04750000
            ADD PS-CNT-RETRIES    TO WS-MT-RETRIES.                     04760000
            ADD PS-CNT-DEPTREJ    TO WS-MT-DEPTREJ.                     04770000
            IF PS-RETURN-CODE IS NUMERIC                                04780000
               AND PS-RETURN-CODE > WS-MAX-RC                           04790000
               MOVE PS-RETURN-CODE TO WS-MAX-RC                         04800000
            END-IF.                                                     04810000
                                                                        04820000
       P300-CHECK-COVERAGE-PARA.                                        04830000
                                                                        04840000
            IF WS-CNT-MISSING = ZERO                                    04850000
               OPEN INPUT EMPFIL                                        04860000
               IF WS-EMPFIL-STATUS NOT = '00'                           04870000
                  DISPLAY 'EMPFIL OPEN FAILED - STATUS: '               04880000
                          WS-EMPFIL-STATUS                              04890000
                  MOVE ZERO TO WS-TRL-COUNT                             04900000
               ELSE                                                     04910000
                  MOVE '999999999' TO EM-STUD-ID                        04920000
                  READ EMPFIL                                           04930000
                    INVALID KEY MOVE ZERO TO WS-TRL-COUNT               04940000
                    NOT INVALID KEY MOVE EM-TRL-COUNT TO WS-TRL-COUNT   04950000
                  END-READ                                              04960000
                  CLOSE EMPFIL                                          04970000
               END-IF                                                   04980000
               IF WS-TRL-COUNT NOT = WS-MT-READ                         04990000
                  ADD 1 TO WS-CNT-BROKEN                                05000000
                  MOVE 'PARTITION READS DO NOT EQUAL EMPFIL TRAILER'    05010000
                    TO WS-MSG-TEXT                                      05020000
                  MOVE 4 TO WS-MSG-NUM                                  05030000
                  MOVE 'S' TO WS-MSG-SEV                                05040000
                  PERFORM P900-ISSUE-MSG-PARA                           05050000
                  DISPLAY 'EMPFIL TRAILER COUNT: ' WS-TRL-COUNT         05060000
                          ' PARTITION READS: ' WS-MT-READ               05070000
               END-IF                                                   05080000
            END-IF.                                                     05090000
                                                                        05100000
       P400-MERGE-FILES-PARA.                                           05110000
                                                                        05120000
            OPEN OUTPUT NOTFOUND.                                       05130000
            OPEN OUTPUT IDSUSP.                                         05140000
            OPEN OUTPUT DEPTREJ.                                        05150000
            OPEN OUTPUT TRANSCPT.                                       05160000
            PERFORM P410-MERGE-ONE-PARA                                 05170000
               VARYING WS-PART-IDX FROM 1 BY 1                          05180000
               UNTIL WS-PART-IDX > WS-PART-COUNT.                       05190000
            CLOSE NOTFOUND.                                             05200000
            CLOSE IDSUSP.                                               05210000
            CLOSE DEPTREJ.                                              05220000
            CLOSE TRANSCPT.                                             05230000
                                                                        05240000
       P410-MERGE-ONE-PARA.                                             05250000
                                                                        05260000
            PERFORM P150-SET-DD-NAMES-PARA.                             05270000
            OPEN INPUT PARTNF.                                          05280000
            IF WS-PART-STATUS = '00'                                    05290000
               MOVE SPACE TO WS-EOF                                     05300000
               PERFORM P415-COPY-NOTFOUND-PARA UNTIL WS-EOF = 'Y'       05310000
               CLOSE PARTNF                                             05320000
            END-IF.                                                     05330000
            OPEN INPUT PARTSU.                                          05340000
            IF WS-PART-STATUS = '00'                                    05350000
               MOVE SPACE TO WS-EOF                                     05360000
               PERFORM P420-COPY-IDSUSP-PARA UNTIL WS-EOF = 'Y'         05370000
               CLOSE PARTSU                                             05380000
            END-IF.                                                     05390000
            OPEN INPUT PARTDR.                                          05400000
            IF WS-PART-STATUS = '00'                                    05410000
               MOVE SPACE TO WS-EOF                                     05420000
               PERFORM P425-COPY-DEPTREJ-PARA UNTIL WS-EOF = 'Y'        05430000
               CLOSE PARTDR                                             05440000
            END-IF.                                                     05450000
            OPEN INPUT PARTTX.                                          05460000
            IF WS-PART-STATUS = '00'                                    05470000
               MOVE SPACE TO WS-EOF                                     05480000
               PERFORM P430-COPY-TRANSCPT-PARA UNTIL WS-EOF = 'Y'       05490000
               CLOSE PARTTX                                             05500000
            END-IF.                                                     05510000
                                                                        05520000
       P415-COPY-NOTFOUND-PARA.                                         05530000
                                                                        05540000
            READ PARTNF                                                 05550000
              AT END MOVE 'Y' TO WS-EOF                                 05560000
              NOT AT END                                                05570000
                 WRITE NOTFOUND-REC FROM PARTNF-REC                     05580000
                 ADD 1 TO WS-CNT-NOTFOUND                               05590000
            END-READ.                                                   05600000
                                                                        05610000
       P420-COPY-IDSUSP-PARA.                                           05620000
                                                                        05630000
            READ PARTSU                                                 05640000
              AT END MOVE 'Y' TO WS-EOF                                 05650000
              NOT AT END                                                05660000
                 WRITE IDSUSP-REC FROM PARTSU-REC                       05670000
                 ADD 1 TO WS-CNT-IDSUSP                                 05680000
            END-READ.                                                   05690000
                                                                        05700000
       P425-COPY-DEPTREJ-PARA.                                          05710000
                                                                        05720000
            READ PARTDR                                                 05730000
              AT END MOVE 'Y' TO WS-EOF                                 05740000
              NOT AT END                                                05750000
                 WRITE DEPTREJ-REC FROM PARTDR-REC                      05760000
                 ADD 1 TO WS-CNT-DEPTREJ                                05770000
            END-READ.                                                   05780000
                                                                        05790000
       P430-COPY-TRANSCPT-PARA.                                         05800000
                                                                        05810000
            READ PARTTX                                                 05820000
              AT END MOVE 'Y' TO WS-EOF                                 05830000
              NOT AT END                                                05840000
                 WRITE TRANSCPT-REC FROM PARTTX-REC                     05850000
                 ADD 1 TO WS-CNT-TRANSCPT                               05860000
            END-READ.                                                   05870000
                                                                        05880000
       P500-WRITE-RUNSTAT-PARA.                                         05890000
                                                                        05900000
            MOVE FUNCTION CURRENT-DATE TO WS-BUSINESS-TS.               05910000
            MOVE WS-BUSINESS-DATE TO WS-BUSINESS-TS(1:8).               05920000
            OPEN EXTEND RUNSTAT.                                        05930000
            MOVE SPACES              TO RUNSTAT-REC.                    05940000
            MOVE WS-BUSINESS-TS      TO RS-RUN-TS.                      05950000
            MOVE WS-MAX-RC           TO RS-RETURN-CODE.                 05960000
            MOVE WS-MT-READ          TO RS-CNT-READ.                    05970000
            MOVE WS-MT-MATCH         TO RS-CNT-MATCH.                   05980000
            MOVE WS-MT-NOTFOUND      TO RS-CNT-NOTFOUND.                05990000
            MOVE WS-MT-INVALID-ID    TO RS-CNT-INVALID-ID.              06000000
            MOVE WS-MT-INACTIVE      TO RS-CNT-INACTIVE.                06010000
            MOVE WS-MT-DUPLICATE     TO RS-CNT-DUPLICATE.               06020000
            MOVE WS-MT-SUSPENSE      TO RS-CNT-SUSPENSE.                06030000
            MOVE WS-MT-GRADE-FND     TO RS-CNT-GRADE-FND.               06040000
            MOVE WS-MT-GRADE-MISS    TO RS-CNT-GRADE-MISS.              06050000
            MOVE WS-MT-SQLERR        TO RS-CNT-SQLERR.                  06060000
            MOVE WS-MT-RETRIES       TO RS-CNT-RETRIES.                 06070000
            MOVE WS-MT-DEPTREJ       TO RS-CNT-DEPTREJ.                 06080000
            WRITE RUNSTAT-REC.                                          06090000
            CLOSE RUNSTAT.                                              06100000
                                                                        06110000
       P900-ISSUE-MSG-PARA.                                             06120000
                                                                        06130000
            CALL 'CYCMSG' USING WS-MSG-PGM, WS-MSG-NUM,                 06140000
                                WS-MSG-SEV, WS-MSG-TEXT                 06150000
              ON EXCEPTION                                              06160000
                 DISPLAY 'MSG MODULE UNAVAILABLE: ' WS-MSG-TEXT         06170000
            END-CALL.                                                   06180000
