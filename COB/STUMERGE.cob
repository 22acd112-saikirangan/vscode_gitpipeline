       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. STUMERGE.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT MRGTRN ASSIGN TO MRGTRN                          00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-MRGTRN-STATUS.                        00080000
                SELECT GRADES ASSIGN TO GRDFILE                         00090000
                ORGANIZATION IS INDEXED                                 00100000
                ACCESS MODE IS DYNAMIC                                  00110000
                RECORD KEY IS GR-KEY                                    00120000
                FILE STATUS IS WS-GRADES-STATUS.                        00130000
                SELECT REGMST ASSIGN TO REGMST                          00140000
                ORGANIZATION IS INDEXED                                 00150000
                ACCESS MODE IS DYNAMIC                                  00160000
                RECORD KEY IS RG-KEY                                    00170000
                FILE STATUS IS WS-REGMST-STATUS.                        00180000
                SELECT HOLDMST ASSIGN TO HOLDMST                        00190000
                ORGANIZATION IS INDEXED                                 00200000
                ACCESS MODE IS DYNAMIC                                  00210000
                RECORD KEY IS HM-KEY                                    00220000
                FILE STATUS IS WS-HOLDMST-STATUS.                       00230000
                SELECT ADDRMST ASSIGN TO ADDRMST                        00240000
                ORGANIZATION IS INDEXED                                 00250000
                ACCESS MODE IS DYNAMIC                                  00260000
                RECORD KEY IS AM-KEY                                    00270000
                FILE STATUS IS WS-ADDRMST-STATUS.                       00280000
                SELECT ARMAST ASSIGN TO ARMAST                          00280900
                ORGANIZATION IS INDEXED                                 00281800
                ACCESS MODE IS DYNAMIC                                  00282700
                RECORD KEY IS AR-KEY                                    00283600
                FILE STATUS IS WS-ARMAST-STATUS.                        00284500
                SELECT STUACCT ASSIGN TO STUACCT                        00285400
                ORGANIZATION IS INDEXED                                 00286300
                ACCESS MODE IS DYNAMIC                                  00287200
                RECORD KEY IS SA-KEY                                    00288100
                FILE STATUS IS WS-STUACCT-STATUS.                       00289000
                SELECT MRGXREF ASSIGN TO MRGXREF                        00290000
                ORGANIZATION IS INDEXED                                 00300000
                ACCESS MODE IS DYNAMIC                                  00310000
                RECORD KEY IS XR-OLD-ID                                 00320000
                FILE STATUS IS WS-MRGXREF-STATUS.                       00330000
                SELECT TRNRLOG ASSIGN TO TRNRLOG                        00340000
                ORGANIZATION IS SEQUENTIAL                              00350000
                FILE STATUS IS WS-TRNRLOG-STATUS.                       00360000
                SELECT TRNBILL ASSIGN TO TRNBILL                        00370000
                ORGANIZATION IS SEQUENTIAL                              00380000
                FILE STATUS IS WS-TRNBILL-STATUS.                       00390000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00400000
                ORGANIZATION IS SEQUENTIAL                              00410000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00420000
                SELECT GRDJRNL ASSIGN TO GRDJRNL                        00430000
                ORGANIZATION IS SEQUENTIAL.                             00440000
                SELECT MRGRPT ASSIGN TO MRGRPT                          00450000
                ORGANIZATION IS SEQUENTIAL.                             00460000
       DATA DIVISION.                                                   00470000
       FILE SECTION.                                                    00480000
       FD MRGTRN                                                        00490000
            RECORDING MODE IS F.                                        00500000
           COPY MRGTRN.                                                 00510000
       FD GRADES                                                        00520000
            RECORDING MODE IS F.                                        00530000
           COPY GRDREC.                                                 00540000
       FD REGMST                                                        00550000
            RECORDING MODE IS F.                                        00560000
           COPY REGREC.                                                 00570000
       FD HOLDMST                                                       00580000
            RECORDING MODE IS F.                                        00590000
           COPY HOLDMST.                                                00600000
       FD ADDRMST                                                       00610000
            RECORDING MODE IS F.                                        00620000
           COPY ADDRMST.                                                00630000
       FD ARMAST                                                        00631400
            RECORDING MODE IS F.                                        00632800
           COPY ARMAST.                                                 00634200
       FD STUACCT                                                       00635600
            RECORDING MODE IS F.                                        00637000
           COPY STUACCT.                                                00638400
       FD MRGXREF                                                       00640000
            RECORDING MODE IS F.                                        00650000
           COPY MRGXREF.                                                00660000
       FD TRNRLOG                                                       00670000
            RECORDING MODE IS F.                                        00680000
           COPY TRNRLOG.                                                00690000
       FD TRNBILL                                                       00700000
            RECORDING MODE IS F.                                        00710000
           COPY TRNBILL.                                                00720000
       FD CYCDATE                                                       00730000
            RECORDING MODE IS F.                                        00740000
           COPY CYCDATE.                                                00750000
       FD GRDJRNL                                                       00760000
            RECORDING MODE IS F.                                        00770000
           COPY JRNLREC.                                                00780000
       FD MRGRPT                                                        00790000
            RECORDING MODE IS F.                                        00800000
       01 MRGRPT-REC PIC X(132).                                        00810000
       WORKING-STORAGE SECTION.                                         00820000
       01 WS-EOF             PIC A     VALUE SPACE.                     00830000
       01 WS-ROW-EOF         PIC A     VALUE SPACE.                     00840000
       01 WS-MRGTRN-STATUS   PIC X(02) VALUE SPACES.                    00850000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00860000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00870000
       01 WS-HOLDMST-STATUS  PIC X(02) VALUE SPACES.                    00880000
       01 WS-ADDRMST-STATUS  PIC X(02) VALUE SPACES.                    00890000
       01 WS-ARMAST-STATUS   PIC X(02) VALUE SPACES.                    00893300
       01 WS-STUACCT-STATUS  PIC X(02) VALUE SPACES.                    00896600
       01 WS-MRGXREF-STATUS  PIC X(02) VALUE SPACES.                    00900000
       01 WS-TRNRLOG-STATUS  PIC X(02) VALUE SPACES.                    00910000
       01 WS-TRNBILL-STATUS  PIC X(02) VALUE SPACES.                    00920000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00930000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00940000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00950000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00960000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00970000
                                                                        00980000
       01 WS-LOSE-ID         PIC X(09) VALUE SPACES.                    00990000
       01 WS-KEEP-ID         PIC X(09) VALUE SPACES.                    01000000
       01 WS-REJECT-REASON   PIC X(40) VALUE SPACES.                    01010000
           88 WS-MERGE-VALID        VALUE SPACES.                       01020000
       01 WS-RERUN-FLAG      PIC X(01) VALUE 'N'.                       01030000
           88 WS-MERGE-RERUN        VALUE 'Y'.                          01040000
       01 WS-FOUND-FLAG      PIC X(01) VALUE 'N'.                       01050000
           88 WS-ROW-FOUND          VALUE 'Y'.                          01060000
       01 WS-HIST-CNT        PIC S9(9) COMP VALUE ZERO.                 01070000
       01 WS-LOSE-ROW        PIC X(80) VALUE SPACES.                    01080000
       01 WS-LOSE-BAL REDEFINES WS-LOSE-ROW.                            01080430
          05 FILLER             PIC X(19).                              01080860
          05 WS-LB-BAL-AMT      PIC S9(07)V99.                          01081290
          05 WS-LB-OPEN-CNT     PIC 9(05).                              01081720
          05 WS-LB-LAST-DATE    PIC X(08).                              01082150
          05 FILLER             PIC X(39).                              01082580
       01 WS-LOSE-ACCT REDEFINES WS-LOSE-ROW.                           01083010
          05 FILLER             PIC X(09).                              01083440
          05 WS-LA-TERM         PIC X(05).                              01083870
          05 FILLER             PIC X(04).                              01084300
          05 WS-LA-CREDITS      PIC 9(03).                              01084730
          05 WS-LA-AMT          PIC 9(05)V99.                           01085160
          05 WS-LA-CHARGES      PIC 9(07)V99.                           01085590
          05 WS-LA-REFUNDS      PIC 9(07)V99.                           01086020
          05 WS-LA-LAST-SEQ     PIC 9(03).                              01086450
          05 WS-LA-POST-DATE    PIC X(08).                              01086880
          05 WS-LA-RUN-DATE     PIC X(08).                              01087310
          05 FILLER             PIC X(15).                              01087740
       01 WS-SEQ-TERM        PIC X(05) VALUE SPACES.                    01088170
       01 WS-SEQ-OFFSET      PIC 9(03) VALUE ZERO.                      01088600
       01 WS-SEQ-TOTAL       PIC 9(05) VALUE ZERO.                      01089030
       77 WS-SEQ-MAX         PIC 9(03) VALUE 999.                       01089460
       01 WS-LOSE-STUD-ROW.                                             01090000
          05 WS-LR-ID           PIC 9(09).                              01100000
          05 WS-LR-NAME         PIC X(30).                              01110000
          05 WS-LR-DEPT         PIC X(10).                              01120000
          05 WS-LR-STATUS       PIC X(01).                              01130000
          05 WS-LR-EFF-DATE     PIC X(08).                              01140000
          05 FILLER             PIC X(22) VALUE SPACES.                 01150000
                                                                        01160000
       01 WS-JRNL-FILE       PIC X(08) VALUE SPACES.                    01170000
       01 WS-JRNL-ACTION     PIC X(01) VALUE SPACE.                     01180000
       01 WS-JRNL-KEY        PIC X(24) VALUE SPACES.                    01190000
       01 WS-BEFORE-IMAGE    PIC X(80) VALUE SPACES.                    01200000
       01 WS-AFTER-IMAGE     PIC X(80) VALUE SPACES.                    01210000
                                                                        01220000
       77 WS-ROW-MAX         PIC 9(03) COMP VALUE 300.                  01230000
       01 WS-GRD-CNT         PIC 9(03) COMP VALUE ZERO.                 01240000
       01 WS-REG-CNT         PIC 9(03) COMP VALUE ZERO.                 01250000
       01 WS-HLD-CNT         PIC 9(03) COMP VALUE ZERO.                 01260000
       01 WS-ADR-CNT         PIC 9(03) COMP VALUE ZERO.                 01270000
       01 WS-ARM-CNT         PIC 9(03) COMP VALUE ZERO.                 01273300
       01 WS-ACT-CNT         PIC 9(03) COMP VALUE ZERO.                 01276600
       01 WS-ROW-IDX         PIC 9(03) COMP VALUE ZERO.                 01280000
       01 WS-ROW-OVERFLOW    PIC X(01) VALUE 'N'.                       01290000
           88 WS-ROWS-OVERFLOWED    VALUE 'Y'.                          01300000
       01 WS-GRD-TABLE.                                                 01310000
          05 WS-GRD-ROW      PIC X(80) OCCURS 300 TIMES.                01320000
       01 WS-REG-TABLE.                                                 01330000
          05 WS-REG-ROW      PIC X(80) OCCURS 300 TIMES.                01340000
       01 WS-HLD-TABLE.                                                 01350000
          05 WS-HLD-ROW      PIC X(80) OCCURS 300 TIMES.                01360000
       01 WS-ADR-TABLE.                                                 01370000
          05 WS-ADR-ROW      PIC X(160) OCCURS 300 TIMES.               01380000
       01 WS-ARM-TABLE.                                                 01382000
          05 WS-ARM-ROW      PIC X(80) OCCURS 300 TIMES.                01384000
       01 WS-ACT-TABLE.                                                 01386000
          05 WS-ACT-ROW      PIC X(80) OCCURS 300 TIMES.                01388000
                                                                        01390000
       77 WS-DONE-MAX        PIC 9(03) COMP VALUE 500.                  01400000
       01 WS-DONE-CNT        PIC 9(03) COMP VALUE ZERO.                 01410000
       01 WS-DONE-IDX        PIC 9(03) COMP VALUE ZERO.                 01420000
       01 WS-DONE-TABLE.                                                01430000
          05 WS-DONE-ENTRY OCCURS 500 TIMES.                            01440000
             10 WS-DONE-LOSE-ID   PIC X(09).                            01450000
             10 WS-DONE-KEEP-ID   PIC X(09).                            01460000
       01 WS-DONE-FOUND      PIC X(01) VALUE 'N'.                       01470000
           88 WS-DONE-IS-FOUND      VALUE 'Y'.                          01480000
       01 WS-DONE-NEW-ID     PIC X(09) VALUE SPACES.                    01490000
                                                                        01500000
       01 WS-MERGE-COUNTS.                                              01510000
           05 WS-MV-GRD         PIC 9(05) COMP VALUE ZERO.              01520000
           05 WS-MV-REG         PIC 9(05) COMP VALUE ZERO.              01530000
           05 WS-MV-HLD         PIC 9(05) COMP VALUE ZERO.              01540000
           05 WS-MV-ADR         PIC 9(05) COMP VALUE ZERO.              01550000
           05 WS-MV-ARM         PIC 9(05) COMP VALUE ZERO.              01553300
           05 WS-MV-ACT         PIC 9(05) COMP VALUE ZERO.              01556600
           05 WS-MV-DROPPED     PIC 9(05) COMP VALUE ZERO.              01560000
                                                                        01570000
       01 WS-CONTROL-TOTALS.                                            01580000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              01590000
           05 WS-CNT-MERGED     PIC 9(07) COMP VALUE ZERO.              01600000
           05 WS-CNT-RERUN      PIC 9(07) COMP VALUE ZERO.              01610000
           05 WS-CNT-REJECTED   PIC 9(07) COMP VALUE ZERO.              01620000
           05 WS-CNT-GRD-MOVED  PIC 9(07) COMP VALUE ZERO.              01630000
           05 WS-CNT-REG-MOVED  PIC 9(07) COMP VALUE ZERO.              01640000
           05 WS-CNT-HLD-MOVED  PIC 9(07) COMP VALUE ZERO.              01650000
           05 WS-CNT-ADR-MOVED  PIC 9(07) COMP VALUE ZERO.              01660000
           05 WS-CNT-ARM-MOVED  PIC 9(07) COMP VALUE ZERO.              01663300
           05 WS-CNT-ACT-MOVED  PIC 9(07) COMP VALUE ZERO.              01666600
           05 WS-CNT-DROPPED    PIC 9(07) COMP VALUE ZERO.              01670000
           05 WS-CNT-HIST-MOVED PIC 9(07) COMP VALUE ZERO.              01680000
           05 WS-CNT-RLOG-MOVED PIC 9(07) COMP VALUE ZERO.              01690000
           05 WS-CNT-BILL-MOVED PIC 9(07) COMP VALUE ZERO.              01700000
           05 WS-CNT-XREF-CHAIN PIC 9(07) COMP VALUE ZERO.              01710000
           05 WS-CNT-JOURNALED  PIC 9(07) COMP VALUE ZERO.              01720000
           05 WS-CNT-FILE-ERR   PIC 9(07) COMP VALUE ZERO.              01730000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01740000
           COPY SQLCLS.                                                 01750000
                                                                        01760000
            EXEC SQL                                                    01770000
               INCLUDE SQLCA                                            01780000
            END-EXEC.                                                   01790000
                                                                        01800000
            EXEC SQL                                                    01810000
               INCLUDE STUDENT                                          01820000
            END-EXEC.                                                   01830000
                                                                        01840000
       01  DCLSTUDENT.                                                  01850000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01860000
           10 WS-STUD-NAME             PIC X(30).                       01870000
           10 WS-STUD-DEPT             PIC X(10).                       01880000
           10 WS-STUD-STATUS           PIC X(01).                       01890000
               88 WS-STUD-MERGED          VALUE 'M'.                    01900000
           10 WS-STATUS-EFF-DATE       PIC X(08).                       01910000
                                                                        01920000
       01 WS-KEEP-STUD-ID    PIC S9(9) USAGE COMP.                      01930000
       01 WS-MERGED-STATUS   PIC X(01) VALUE 'M'.                       01940000
       01 WS-AUDIT-TS        PIC X(26).                                 01950000
       01 WS-ORIG-ID         PIC X(08) VALUE 'STUMERGE'.                01960000
                                                                        01970000
       01 WS-HDR1.                                                      01980000
          05 FILLER      PIC X(40) VALUE                                01990000
             'STUDENT ID MERGE REPORT'.                                 02000000
          05 FILLER      PIC X(15) VALUE 'BUSINESS DATE: '.             02010000
          05 HDR-DATE    PIC X(08).                                     02020000
          05 FILLER      PIC X(54) VALUE SPACES.                        02030000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       02040000
          05 HDR-PAGE    PIC ZZZZ9.                                     02050000
          05 FILLER      PIC X(05) VALUE SPACES.                        02060000
                                                                        02070000
       01 WS-HDR2.                                                      02080000
          05 FILLER      PIC X(11) VALUE 'MERGE ID'.                    02090000
          05 FILLER      PIC X(11) VALUE 'KEEP ID'.                     02100000
          05 FILLER      PIC X(42) VALUE 'DISPOSITION'.                 02110000
          05 FILLER      PIC X(07) VALUE 'GRADES'.                      02120000
          05 FILLER      PIC X(07) VALUE 'REGS'.                        02130000
          05 FILLER      PIC X(07) VALUE 'HOLDS'.                       02140000
          05 FILLER      PIC X(07) VALUE 'ADDRS'.                       02150000
          05 FILLER      PIC X(07) VALUE 'HIST'.                        02160000
          05 FILLER      PIC X(07) VALUE 'DROP'.                        02170000
          05 FILLER      PIC X(07) VALUE 'AR'.                          02175000
          05 FILLER      PIC X(07) VALUE 'ACCT'.                        02180000
          05 FILLER      PIC X(12) VALUE SPACES.                        02185000
                                                                        02190000
       01 WS-DETAIL-LINE.                                               02200000
          05 DET-LOSE-ID     PIC X(09).                                 02210000
          05 FILLER          PIC X(02) VALUE SPACES.                    02220000
          05 DET-KEEP-ID     PIC X(09).                                 02230000
          05 FILLER          PIC X(02) VALUE SPACES.                    02240000
          05 DET-DISPOSITION PIC X(40).                                 02250000
          05 FILLER          PIC X(02) VALUE SPACES.                    02260000
          05 DET-GRD         PIC ZZZZ9.                                 02270000
          05 FILLER          PIC X(02) VALUE SPACES.                    02280000
          05 DET-REG         PIC ZZZZ9.                                 02290000
          05 FILLER          PIC X(02) VALUE SPACES.                    02300000
          05 DET-HLD         PIC ZZZZ9.                                 02310000
          05 FILLER          PIC X(02) VALUE SPACES.                    02320000
          05 DET-ADR         PIC ZZZZ9.                                 02330000
          05 FILLER          PIC X(02) VALUE SPACES.                    02340000
          05 DET-HIST        PIC ZZZZ9.                                 02350000
          05 FILLER          PIC X(02) VALUE SPACES.                    02360000
          05 DET-DROP        PIC ZZZZ9.                                 02370000
          05 FILLER          PIC X(02) VALUE SPACES.                    02373300
          05 DET-ARM         PIC ZZZZ9.                                 02376600
          05 FILLER          PIC X(02) VALUE SPACES.                    02379900
          05 DET-ACT         PIC ZZZZ9.                                 02383200
          05 FILLER          PIC X(14) VALUE SPACES.                    02386500
                                                                        02390000
       01 WS-SEQ-LINE.                                                  02400000
          05 FILLER          PIC X(22) VALUE SPACES.                    02410000
          05 SQ-TEXT         PIC X(40).                                 02420000
          05 FILLER          PIC X(02) VALUE SPACES.                    02430000
          05 SQ-COUNT        PIC ZZZZZZ9.                               02440000
          05 FILLER          PIC X(61) VALUE SPACES.                    02450000
                                                                        02460000
       PROCEDURE DIVISION.                                              02470000
                                                                        02480000
            PERFORM G050-READ-CYCDATE-PARA.                             02490000
                                                                        02500000
            OPEN INPUT MRGTRN.                                          02510000
            IF WS-MRGTRN-STATUS NOT = '00'                              02520000
               DISPLAY 'MRGTRN OPEN FAILED - STATUS: '                  02530000
                       WS-MRGTRN-STATUS                                 02540000
               MOVE +16 TO RETURN-CODE                                  02550000
               GOBACK                                                   02560000
            END-IF.                                                     02570000
            OPEN I-O GRADES.                                            02580000
            IF WS-GRADES-STATUS NOT = '00'                              02590000
               DISPLAY 'GRDFILE OPEN FAILED - STATUS: '                 02600000
                       WS-GRADES-STATUS                                 02610000
               MOVE +16 TO RETURN-CODE                                  02620000
               GOBACK                                                   02630000
            END-IF.                                                     02640000
            OPEN I-O REGMST.                                            02650000
            IF WS-REGMST-STATUS NOT = '00'                              02660000
               DISPLAY 'REGMST OPEN FAILED - STATUS: '                  02670000
                       WS-REGMST-STATUS                                 02680000
               MOVE +16 TO RETURN-CODE                                  02690000
               GOBACK                                                   02700000
            END-IF.                                                     02710000
            OPEN I-O HOLDMST.                                           02720000
            IF WS-HOLDMST-STATUS NOT = '00'                             02730000
               DISPLAY 'HOLDMST OPEN FAILED - STATUS: '                 02740000
                       WS-HOLDMST-STATUS                                02750000
               MOVE +16 TO RETURN-CODE                                  02760000
               GOBACK                                                   02770000
            END-IF.                                                     02780000
            OPEN I-O ADDRMST.                                           02790000
            IF WS-ADDRMST-STATUS NOT = '00'                             02800000
               DISPLAY 'ADDRMST OPEN FAILED - STATUS: '                 02810000
                       WS-ADDRMST-STATUS                                02820000
               MOVE +16 TO RETURN-CODE                                  02830000
               GOBACK                                                   02840000
            END-IF.                                                     02850000
            OPEN I-O ARMAST.                                            02850660
            IF WS-ARMAST-STATUS NOT = '00'                              02851320
               DISPLAY 'ARMAST OPEN FAILED - STATUS: '                  02851980
                       WS-ARMAST-STATUS                                 02852640
               MOVE +16 TO RETURN-CODE                                  02853300
               GOBACK                                                   02853960
            END-IF.                                                     02854620
            OPEN I-O STUACCT.                                           02855280
            IF WS-STUACCT-STATUS NOT = '00'                             02855940
               DISPLAY 'STUACCT OPEN FAILED - STATUS: '                 02856600
                       WS-STUACCT-STATUS                                02857260
               MOVE +16 TO RETURN-CODE                                  02857920
               GOBACK                                                   02858580
            END-IF.                                                     02859240
            OPEN I-O MRGXREF.                                           02860000
            IF WS-MRGXREF-STATUS NOT = '00'                             02870000
               DISPLAY 'MRGXREF OPEN FAILED - STATUS: '                 02880000
                       WS-MRGXREF-STATUS                                02890000
               MOVE +16 TO RETURN-CODE                                  02900000
               GOBACK                                                   02910000
            END-IF.                                                     02920000
            OPEN EXTEND GRDJRNL.                                        02930000
            OPEN OUTPUT MRGRPT.                                         02940000
                                                                        02950000
            PERFORM G100-READ-MERGE-PARA UNTIL WS-EOF = 'Y'.            02960000
                                                                        02970000
            CLOSE MRGTRN.                                               02980000
            CLOSE GRADES.                                               02990000
            CLOSE REGMST.                                               03000000
            CLOSE HOLDMST.                                              03010000
            CLOSE ADDRMST.                                              03020000
            CLOSE ARMAST.                                               03023300
            CLOSE STUACCT.                                              03026600
            CLOSE MRGXREF.                                              03030000
                                                                        03040000
            IF WS-DONE-CNT > ZERO                                       03050000
               PERFORM G700-TRNRLOG-PARA                                03060000
               PERFORM G750-TRNBILL-PARA                                03070000
            END-IF.                                                     03080000
                                                                        03090000
            CLOSE GRDJRNL.                                              03100000
            CLOSE MRGRPT.                                               03110000
                                                                        03120000
            DISPLAY '===== STUMERGE CONTROL TOTALS ====='.              03130000
            DISPLAY 'MERGE REQUESTS READ      : ' WS-CNT-READ.          03140000
            DISPLAY 'STUDENT IDS MERGED       : ' WS-CNT-MERGED.        03150000
            DISPLAY 'PRIOR MERGES RECHECKED   : ' WS-CNT-RERUN.         03160000
            DISPLAY 'MERGE REQUESTS REJECTED  : ' WS-CNT-REJECTED.      03170000
            DISPLAY 'GRDFILE ROWS MOVED       : ' WS-CNT-GRD-MOVED.     03180000
            DISPLAY 'REGMST ROWS MOVED        : ' WS-CNT-REG-MOVED.     03190000
            DISPLAY 'HOLDMST ROWS MOVED       : ' WS-CNT-HLD-MOVED.     03200000
            DISPLAY 'ADDRMST ROWS MOVED       : ' WS-CNT-ADR-MOVED.     03210000
            DISPLAY 'ARMAST ROWS MOVED        : ' WS-CNT-ARM-MOVED.     03213300
            DISPLAY 'STUACCT ROWS MOVED       : ' WS-CNT-ACT-MOVED.     03216600
            DISPLAY 'DUPLICATE ROWS DROPPED   : ' WS-CNT-DROPPED.       03220000
            DISPLAY 'HISTORY ROWS MOVED       : ' WS-CNT-HIST-MOVED.    03230000
            DISPLAY 'TRNRLOG RECORDS MOVED    : ' WS-CNT-RLOG-MOVED.    03240000
            DISPLAY 'TRNBILL RECORDS MOVED    : ' WS-CNT-BILL-MOVED.    03250000
            DISPLAY 'CROSS-REFS REPOINTED     : ' WS-CNT-XREF-CHAIN.    03260000
            DISPLAY 'JOURNAL RECORDS WRITTEN  : ' WS-CNT-JOURNALED.     03270000
            DISPLAY 'FILE ERRORS              : ' WS-CNT-FILE-ERR.      03280000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        03290000
            DISPLAY '==================================='.              03300000
                                                                        03310000
            EVALUATE TRUE                                               03320000
            WHEN WS-CNT-SQLERR > ZERO                                   03330000
                 MOVE +16 TO RETURN-CODE                                03340000
            WHEN WS-CNT-FILE-ERR > ZERO                                 03350000
                 MOVE +12 TO RETURN-CODE                                03360000
            WHEN WS-CNT-REJECTED > ZERO                                 03370000
                 MOVE +4 TO RETURN-CODE                                 03380000
            WHEN OTHER                                                  03390000
                 MOVE ZERO TO RETURN-CODE                               03400000
            END-EVALUATE.                                               03410000
                                                                        03420000
            GOBACK.                                                     03430000
                                                                        03440000
       G050-READ-CYCDATE-PARA.                                          03450000
                                                                        03460000
            OPEN INPUT CYCDATE.                                         03470000
            IF WS-CYCDATE-STATUS NOT = '00'                             03480000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      03490000
               MOVE FUNCTION CURRENT-DATE(1:8)                          03500000
                 TO WS-BUSINESS-DATE                                    03510000
            ELSE                                                        03520000
               READ CYCDATE                                             03530000
                 AT END                                                 03540000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     03550000
                      TO WS-BUSINESS-DATE                               03560000
                 NOT AT END                                             03570000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           03580000
               END-READ                                                 03590000
               CLOSE CYCDATE                                            03600000
            END-IF.                                                     03610000
            MOVE WS-BUSINESS-DATE TO HDR-DATE.                          03620000
                                                                        03630000
       G100-READ-MERGE-PARA.                                            03640000
                                                                        03650000
            READ MRGTRN                                                 03660000
              AT END MOVE 'Y' TO WS-EOF                                 03670000
              NOT AT END                                                03680000
                 ADD 1 TO WS-CNT-READ                                   03690000
                 MOVE MT-LOSE-ID TO WS-LOSE-ID                          03700000
                 MOVE MT-KEEP-ID TO WS-KEEP-ID                          03710000
                 INITIALIZE WS-MERGE-COUNTS                             03720000
                 MOVE ZERO TO WS-HIST-CNT                               03730000
                 PERFORM G200-VALIDATE-PARA                             03740000
                 EVALUATE TRUE                                          03750000
                 WHEN WS-MERGE-RERUN                                    03760000
                      ADD 1 TO WS-CNT-RERUN                             03770000
                      PERFORM G600-ADD-DONE-PARA                        03780000
                      MOVE 'ALREADY MERGED - FILES RECHECKED'           03790000
                        TO WS-REJECT-REASON                             03800000
                      PERFORM G800-REPORT-PARA                          03810000
                 WHEN WS-MERGE-VALID                                    03820000
                      PERFORM G300-MERGE-PARA                           03830000
                 WHEN OTHER                                             03840000
                      ADD 1 TO WS-CNT-REJECTED                          03850000
                      PERFORM G800-REPORT-PARA                          03860000
                 END-EVALUATE                                           03870000
            END-READ.                                                   03880000
                                                                        03890000
       G200-VALIDATE-PARA.                                              03900000
                                                                        03910000
            MOVE SPACES TO WS-REJECT-REASON.                            03920000
            MOVE 'N' TO WS-RERUN-FLAG.                                  03930000
            EVALUATE TRUE                                               03940000
            WHEN WS-LOSE-ID IS NOT NUMERIC                              03950000
              OR WS-KEEP-ID IS NOT NUMERIC                              03960000
                 MOVE 'INVALID STUDENT ID ON REQUEST'                   03970000
                   TO WS-REJECT-REASON                                  03980000
            WHEN WS-LOSE-ID = WS-KEEP-ID                                03990000
                 MOVE 'MERGE AND KEEP IDS ARE THE SAME'                 04000000
                   TO WS-REJECT-REASON                                  04010000
            WHEN OTHER                                                  04020000
                 PERFORM G210-CHECK-XREF-PARA                           04030000
            END-EVALUATE.                                               04040000
            IF WS-MERGE-VALID AND NOT WS-MERGE-RERUN                    04050000
               PERFORM G220-CHECK-STUDENTS-PARA                         04060000
            END-IF.                                                     04070000
            IF WS-MERGE-VALID AND NOT WS-MERGE-RERUN                    04080000
               PERFORM G400-COLLECT-ROWS-PARA                           04090000
            END-IF.                                                     04100000
            IF WS-MERGE-VALID AND NOT WS-MERGE-RERUN                    04110000
               PERFORM G450-CHECK-CONFLICTS-PARA                        04120000
            END-IF.                                                     04130000
                                                                        04140000
       G210-CHECK-XREF-PARA.                                            04150000
                                                                        04160000
            MOVE WS-LOSE-ID TO XR-OLD-ID.                               04170000
            READ MRGXREF KEY IS XR-OLD-ID                               04180000
              INVALID KEY                                               04190000
                 CONTINUE                                               04200000
              NOT INVALID KEY                                           04210000
                 IF XR-NEW-ID = WS-KEEP-ID                              04220000
                    MOVE 'Y' TO WS-RERUN-FLAG                           04230000
                 ELSE                                                   04240000
                    MOVE 'MERGE ID ALREADY MERGED INTO ANOTHER ID'      04250000
                      TO WS-REJECT-REASON                               04260000
                 END-IF                                                 04270000
            END-READ.                                                   04280000
            IF WS-MERGE-VALID AND NOT WS-MERGE-RERUN                    04290000
               MOVE WS-KEEP-ID TO XR-OLD-ID                             04300000
               READ MRGXREF KEY IS XR-OLD-ID                            04310000
                 INVALID KEY                                            04320000
                    CONTINUE                                            04330000
                 NOT INVALID KEY                                        04340000
                    MOVE 'KEEP ID IS A RETIRED (MERGED) ID'             04350000
                      TO WS-REJECT-REASON                               04360000
               END-READ                                                 04370000
            END-IF.                                                     04380000
                                                                        04390000
       G220-CHECK-STUDENTS-PARA.                                        04400000
                                                                        04410000
            COMPUTE WS-KEEP-STUD-ID = FUNCTION NUMVAL(WS-KEEP-ID).      04420000
            COMPUTE WS-STUD-ID = WS-KEEP-STUD-ID.                       04430000
            PERFORM G230-SELECT-STUDENT-PARA.                           04440000
            EVALUATE TRUE                                               04450000
            WHEN SQL-NOTFOUND                                           04460000
                 MOVE 'KEEP ID NOT ON STUD_STUDENT'                     04470000
                   TO WS-REJECT-REASON                                  04480000
            WHEN NOT SQL-SUCCESS                                        04490000
                 ADD 1 TO WS-CNT-SQLERR                                 04500000
                 MOVE 'KEEP ID LOOKUP SQL ERROR'                        04510000
                   TO WS-REJECT-REASON                                  04520000
            WHEN WS-STUD-MERGED                                         04530000
                 MOVE 'KEEP ID IS A RETIRED (MERGED) ID'                04540000
                   TO WS-REJECT-REASON                                  04550000
            WHEN OTHER                                                  04560000
                 CONTINUE                                               04570000
            END-EVALUATE.                                               04580000
            IF WS-MERGE-VALID                                           04590000
               COMPUTE WS-STUD-ID = FUNCTION NUMVAL(WS-LOSE-ID)         04600000
               PERFORM G230-SELECT-STUDENT-PARA                         04610000
               EVALUATE TRUE                                            04620000
               WHEN SQL-NOTFOUND                                        04630000
                    MOVE 'MERGE ID NOT ON STUD_STUDENT'                 04640000
                      TO WS-REJECT-REASON                               04650000
               WHEN NOT SQL-SUCCESS                                     04660000
                    ADD 1 TO WS-CNT-SQLERR                              04670000
                    MOVE 'MERGE ID LOOKUP SQL ERROR'                    04680000
                      TO WS-REJECT-REASON                               04690000
               WHEN WS-STUD-MERGED                                      04700000
                    MOVE 'MERGE ID IS ALREADY RETIRED'                  04710000
                      TO WS-REJECT-REASON                               04720000
               WHEN OTHER                                               04730000
                    MOVE WS-STUD-ID         TO WS-LR-ID                 04740000
                    MOVE WS-STUD-NAME       TO WS-LR-NAME               04750000
                    MOVE WS-STUD-DEPT       TO WS-LR-DEPT               04760000
                    MOVE WS-STUD-STATUS     TO WS-LR-STATUS             04770000
                    MOVE WS-STATUS-EFF-DATE TO WS-LR-EFF-DATE           04780000
               END-EVALUATE                                             04790000
            END-IF.                                                     04800000
                                                                        04810000
       G230-SELECT-STUDENT-PARA.                                        04820000
                                                                        04830000
            EXEC SQL                                                    04840000
                 SELECT  STUD_ID, STUD_NAME, STUD_DEPT,                 04850000
                         STUD_ENROLL_STATUS, STATUS_EFF_DT              04860000
                   INTO  :WS-STUD-ID, :WS-STUD-NAME,                    04870000
                         :WS-STUD-DEPT, :WS-STUD-STATUS,                04880000
                         :WS-STATUS-EFF-DATE                            04890000
                FROM STUD_STUDENT                                       04900000
                WHERE STUD_ID = :WS-STUD-ID                             04910000
            END-EXEC.                                                   04920000
                                                                        04930000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                04940000
                                                                        04950000
       G300-MERGE-PARA.                                                 04960000
                                                                        04970000
            PERFORM G310-MOVE-DATABASE-PARA.                            04980000
            IF NOT WS-MERGE-VALID                                       04990000
               PERFORM G390-ROLLBACK-PARA                               05000000
               MOVE ZERO TO WS-HIST-CNT                                 05010000
               ADD 1 TO WS-CNT-REJECTED                                 05020000
               PERFORM G800-REPORT-PARA                                 05030000
            ELSE                                                        05040000
               PERFORM G500-MOVE-GRADES-PARA                            05050000
                  VARYING WS-ROW-IDX FROM 1 BY 1                        05060000
                  UNTIL WS-ROW-IDX > WS-GRD-CNT                         05070000
               PERFORM G510-MOVE-REGS-PARA                              05080000
                  VARYING WS-ROW-IDX FROM 1 BY 1                        05090000
                  UNTIL WS-ROW-IDX > WS-REG-CNT                         05100000
               PERFORM G520-MOVE-HOLDS-PARA                             05110000
                  VARYING WS-ROW-IDX FROM 1 BY 1                        05120000
                  UNTIL WS-ROW-IDX > WS-HLD-CNT                         05130000
               PERFORM G530-MOVE-ADDRS-PARA                             05140000
                  VARYING WS-ROW-IDX FROM 1 BY 1                        05150000
                  UNTIL WS-ROW-IDX > WS-ADR-CNT                         05160000
               PERFORM G540-MOVE-ARM-PARA                               05161400
                  VARYING WS-ROW-IDX FROM 1 BY 1                        05162800
                  UNTIL WS-ROW-IDX > WS-ARM-CNT                         05164200
               PERFORM G570-MOVE-ACCT-PARA                              05165600
                  VARYING WS-ROW-IDX FROM 1 BY 1                        05167000
                  UNTIL WS-ROW-IDX > WS-ACT-CNT                         05168400
               PERFORM G550-WRITE-XREF-PARA                             05170000
               PERFORM G380-COMMIT-PARA                                 05180000
               ADD WS-HIST-CNT TO WS-CNT-HIST-MOVED                     05190000
               PERFORM G600-ADD-DONE-PARA                               05200000
               ADD 1 TO WS-CNT-MERGED                                   05210000
               MOVE 'MERGED - MERGE ID RETIRED' TO WS-REJECT-REASON     05220000
               PERFORM G800-REPORT-PARA                                 05230000
               DISPLAY 'MERGED STUDENT: ' WS-LOSE-ID                    05240000
                       ' INTO ' WS-KEEP-ID                              05250000
            END-IF.                                                     05260000
                                                                        05270000
       G310-MOVE-DATABASE-PARA.                                         05280000
                                                                        05290000
            COMPUTE WS-STUD-ID = FUNCTION NUMVAL(WS-LOSE-ID).           05300000
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TS.                  05310000
            EXEC SQL                                                    05320000
                 INSERT INTO STUD_STUDENT_HIST                          05330000
                        (STUD_ID, STUD_NAME, STUD_DEPT,                 05340000
                         STUD_ENROLL_STATUS, EFFECTIVE_TS,              05350000
                         ORIG_ID)                                       05360000
                 SELECT STUD_ID, STUD_NAME, STUD_DEPT,                  05370000
                        STUD_ENROLL_STATUS, :WS-AUDIT-TS,               05380000
                        :WS-ORIG-ID                                     05390000
                   FROM STUD_STUDENT                                    05400000
                  WHERE STUD_ID = :WS-STUD-ID                           05410000
            END-EXEC.                                                   05420000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                05430000
            IF NOT SQL-SUCCESS                                          05440000
               ADD 1 TO WS-CNT-SQLERR                                   05450000
               MOVE 'HISTORY CAPTURE SQL ERROR' TO WS-REJECT-REASON     05460000
            END-IF.                                                     05470000
                                                                        05480000
            IF WS-MERGE-VALID                                           05490000
               EXEC SQL                                                 05500000
                    UPDATE STUD_STUDENT_HIST                            05510000
                       SET STUD_ID = :WS-KEEP-STUD-ID                   05520000
                     WHERE STUD_ID = :WS-STUD-ID                        05530000
               END-EXEC                                                 05540000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              05550000
               IF SQL-SUCCESS                                           05560000
                  MOVE SQLERRD(3) TO WS-HIST-CNT                        05570000
               ELSE                                                     05580000
                  ADD 1 TO WS-CNT-SQLERR                                05590000
                  MOVE 'HISTORY MOVE SQL ERROR' TO WS-REJECT-REASON     05600000
               END-IF                                                   05610000
            END-IF.                                                     05620000
                                                                        05630000
            IF WS-MERGE-VALID                                           05640000
               EXEC SQL                                                 05650000
                    UPDATE STUD_STUDENT                                 05660000
                       SET STUD_ENROLL_STATUS = :WS-MERGED-STATUS,      05670000
                           STATUS_EFF_DT      = :WS-BUSINESS-DATE       05680000
                     WHERE STUD_ID = :WS-STUD-ID                        05690000
               END-EXEC                                                 05700000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              05710000
               IF NOT SQL-SUCCESS                                       05720000
                  ADD 1 TO WS-CNT-SQLERR                                05730000
                  MOVE 'RETIRE MERGE ID SQL ERROR' TO WS-REJECT-REASON  05740000
               END-IF                                                   05750000
            END-IF.                                                     05760000
                                                                        05770000
            IF WS-MERGE-VALID                                           05780000
               MOVE 'STUDHIST' TO WS-JRNL-FILE                          05790000
               MOVE 'C' TO WS-JRNL-ACTION                               05800000
               MOVE SPACES TO WS-JRNL-KEY                               05810000
               MOVE WS-LOSE-ID TO WS-JRNL-KEY                           05820000
               MOVE SPACES TO WS-BEFORE-IMAGE                           05830000
               MOVE WS-LOSE-ID TO WS-BEFORE-IMAGE                       05840000
               MOVE SPACES TO WS-AFTER-IMAGE                            05850000
               MOVE WS-KEEP-ID TO WS-AFTER-IMAGE                        05860000
               PERFORM G900-WRITE-JRNL-PARA                             05870000
               MOVE 'STUDENT ' TO WS-JRNL-FILE                          05880000
               MOVE WS-LOSE-STUD-ROW TO WS-BEFORE-IMAGE                 05890000
               MOVE WS-MERGED-STATUS TO WS-LR-STATUS                    05900000
               MOVE WS-BUSINESS-DATE TO WS-LR-EFF-DATE                  05910000
               MOVE WS-LOSE-STUD-ROW TO WS-AFTER-IMAGE                  05920000
               PERFORM G900-WRITE-JRNL-PARA                             05930000
            END-IF.                                                     05940000
                                                                        05950000
       G380-COMMIT-PARA.                                                05960000
                                                                        05970000
            EXEC SQL                                                    05980000
                 COMMIT                                                 05990000
            END-EXEC.                                                   06000000
                                                                        06010000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                06020000
            IF NOT SQL-SUCCESS                                          06030000
               DISPLAY 'COMMIT FAILED SQLCODE: ' SQLCODE                06040000
               ADD 1 TO WS-CNT-SQLERR                                   06050000
            END-IF.                                                     06060000
                                                                        06070000
       G390-ROLLBACK-PARA.                                              06080000
                                                                        06090000
            EXEC SQL                                                    06100000
                 ROLLBACK                                               06110000
            END-EXEC.                                                   06120000
                                                                        06130000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                06140000
            IF NOT SQL-SUCCESS                                          06150000
               DISPLAY 'ROLLBACK FAILED SQLCODE: ' SQLCODE              06160000
               ADD 1 TO WS-CNT-SQLERR                                   06170000
            END-IF.                                                     06180000
                                                                        06190000
       G400-COLLECT-ROWS-PARA.                                          06200000
                                                                        06210000
            MOVE ZERO TO WS-GRD-CNT.                                    06220000
            MOVE ZERO TO WS-REG-CNT.                                    06230000
            MOVE ZERO TO WS-HLD-CNT.                                    06240000
            MOVE ZERO TO WS-ADR-CNT.                                    06250000
            MOVE ZERO TO WS-ARM-CNT.                                    06253300
            MOVE ZERO TO WS-ACT-CNT.                                    06256600
            MOVE 'N' TO WS-ROW-OVERFLOW.                                06260000
                                                                        06270000
            MOVE WS-LOSE-ID TO GR-STUD-ID.                              06280000
            MOVE LOW-VALUES TO GR-CRS-TERM-KEY.                         06290000
            MOVE SPACE TO WS-ROW-EOF.                                   06300000
            START GRADES KEY IS NOT LESS THAN GR-KEY                    06310000
              INVALID KEY MOVE 'Y' TO WS-ROW-EOF                        06320000
            END-START.                                                  06330000
            PERFORM G410-COLLECT-GRADE-PARA UNTIL WS-ROW-EOF = 'Y'.     06340000
                                                                        06350000
            MOVE WS-LOSE-ID TO RG-STUD-ID.                              06360000
            MOVE LOW-VALUES TO RG-COURSE.                               06370000
            MOVE SPACE TO WS-ROW-EOF.                                   06380000
            START REGMST KEY IS NOT LESS THAN RG-KEY                    06390000
              INVALID KEY MOVE 'Y' TO WS-ROW-EOF                        06400000
            END-START.                                                  06410000
            PERFORM G420-COLLECT-REG-PARA UNTIL WS-ROW-EOF = 'Y'.       06420000
                                                                        06430000
            MOVE WS-LOSE-ID TO HM-STUD-ID.                              06440000
            MOVE LOW-VALUES TO HM-HOLD-TYPE.                            06450000
            MOVE SPACE TO WS-ROW-EOF.                                   06460000
            START HOLDMST KEY IS NOT LESS THAN HM-KEY                   06470000
              INVALID KEY MOVE 'Y' TO WS-ROW-EOF                        06480000
            END-START.                                                  06490000
            PERFORM G430-COLLECT-HOLD-PARA UNTIL WS-ROW-EOF = 'Y'.      06500000
                                                                        06510000
            MOVE WS-LOSE-ID TO AM-STUD-ID.                              06520000
            MOVE LOW-VALUES TO AM-EFF-DATE.                             06530000
            MOVE SPACE TO WS-ROW-EOF.                                   06540000
            START ADDRMST KEY IS NOT LESS THAN AM-KEY                   06550000
              INVALID KEY MOVE 'Y' TO WS-ROW-EOF                        06560000
            END-START.                                                  06570000
            PERFORM G440-COLLECT-ADDR-PARA UNTIL WS-ROW-EOF = 'Y'.      06580000
                                                                        06580520
            MOVE WS-LOSE-ID TO AR-STUD-ID.                              06581040
            MOVE LOW-VALUES TO AR-REQ-DATE.                             06581560
            MOVE LOW-VALUES TO AR-REQ-TYPE.                             06582080
            MOVE SPACE TO WS-ROW-EOF.                                   06582600
            START ARMAST KEY IS NOT LESS THAN AR-KEY                    06583120
              INVALID KEY MOVE 'Y' TO WS-ROW-EOF                        06583640
            END-START.                                                  06584160
            PERFORM G442-COLLECT-ARM-PARA UNTIL WS-ROW-EOF = 'Y'.       06584680
                                                                        06585200
            MOVE WS-LOSE-ID TO SA-STUD-ID.                              06585720
            MOVE LOW-VALUES TO SA-TERM.                                 06586240
            MOVE ZERO TO SA-SEQ.                                        06586760
            MOVE SPACE TO WS-ROW-EOF.                                   06587280
            START STUACCT KEY IS NOT LESS THAN SA-KEY                   06587800
              INVALID KEY MOVE 'Y' TO WS-ROW-EOF                        06588320
            END-START.                                                  06588840
            PERFORM G444-COLLECT-ACCT-PARA UNTIL WS-ROW-EOF = 'Y'.      06589360
                                                                        06590000
            IF WS-ROWS-OVERFLOWED                                       06600000
               MOVE 'TOO MANY ROWS TO MERGE - MERGE BY HAND'            06610000
                 TO WS-REJECT-REASON                                    06620000
            END-IF.                                                     06630000
                                                                        06640000
       G410-COLLECT-GRADE-PARA.                                         06650000
                                                                        06660000
            READ GRADES NEXT                                            06670000
              AT END MOVE 'Y' TO WS-ROW-EOF                             06680000
              NOT AT END                                                06690000
                 IF GR-STUD-ID NOT = WS-LOSE-ID                         06700000
                    MOVE 'Y' TO WS-ROW-EOF                              06710000
                 ELSE                                                   06720000
                    IF WS-GRD-CNT < WS-ROW-MAX                          06730000
                       ADD 1 TO WS-GRD-CNT                              06740000
                       MOVE GRADES-REC TO WS-GRD-ROW(WS-GRD-CNT)        06750000
                    ELSE                                                06760000
                       MOVE 'Y' TO WS-ROW-OVERFLOW                      06770000
                    END-IF                                              06780000
                 END-IF                                                 06790000
            END-READ.                                                   06800000
                                                                        06810000
       G420-COLLECT-REG-PARA.                                           06820000
                                                                        06830000
            READ REGMST NEXT                                            06840000
              AT END MOVE 'Y' TO WS-ROW-EOF                             06850000
              NOT AT END                                                06860000
                 IF RG-STUD-ID NOT = WS-LOSE-ID                         06870000
                    MOVE 'Y' TO WS-ROW-EOF                              06880000
                 ELSE                                                   06890000
                    IF WS-REG-CNT < WS-ROW-MAX                          06900000
                       ADD 1 TO WS-REG-CNT                              06910000
                       MOVE REGMST-REC TO WS-REG-ROW(WS-REG-CNT)        06920000
                    ELSE                                                06930000
                       MOVE 'Y' TO WS-ROW-OVERFLOW                      06940000
                    END-IF                                              06950000
                 END-IF                                                 06960000
            END-READ.                                                   06970000
                                                                        06980000
       G430-COLLECT-HOLD-PARA.                                          06990000
                                                                        07000000
            READ HOLDMST NEXT                                           07010000
              AT END MOVE 'Y' TO WS-ROW-EOF                             07020000
              NOT AT END                                                07030000
                 IF HM-STUD-ID NOT = WS-LOSE-ID                         07040000
                    MOVE 'Y' TO WS-ROW-EOF                              07050000
                 ELSE                                                   07060000
                    IF WS-HLD-CNT < WS-ROW-MAX                          07070000
                       ADD 1 TO WS-HLD-CNT                              07080000
                       MOVE HOLDMST-REC TO WS-HLD-ROW(WS-HLD-CNT)       07090000
                    ELSE                                                07100000
                       MOVE 'Y' TO WS-ROW-OVERFLOW                      07110000
                    END-IF                                              07120000
                 END-IF                                                 07130000
            END-READ.                                                   07140000
                                                                        07150000
       G440-COLLECT-ADDR-PARA.                                          07160000
                                                                        07170000
            READ ADDRMST NEXT                                           07180000
              AT END MOVE 'Y' TO WS-ROW-EOF                             07190000
              NOT AT END                                                07200000
                 IF AM-STUD-ID NOT = WS-LOSE-ID                         07210000
                    MOVE 'Y' TO WS-ROW-EOF                              07220000
                 ELSE                                                   07230000
                    IF WS-ADR-CNT < WS-ROW-MAX                          07240000
                       ADD 1 TO WS-ADR-CNT                              07250000
                       MOVE ADDRMST-REC TO WS-ADR-ROW(WS-ADR-CNT)       07260000
                    ELSE                                                07270000
                       MOVE 'Y' TO WS-ROW-OVERFLOW                      07280000
                    END-IF                                              07290000
                 END-IF                                                 07300000
            END-READ.                                                   07310000
                                                                        07320000
       G442-COLLECT-ARM-PARA.                                           07320280
                                                                        07320560
            READ ARMAST NEXT                                            07320840
              AT END MOVE 'Y' TO WS-ROW-EOF                             07321120
              NOT AT END                                                07321400
                 IF AR-STUD-ID NOT = WS-LOSE-ID                         07321680
                    MOVE 'Y' TO WS-ROW-EOF                              07321960
                 ELSE                                                   07322240
                    IF WS-ARM-CNT < WS-ROW-MAX                          07322520
                       ADD 1 TO WS-ARM-CNT                              07322800
                       MOVE ARMAST-REC TO WS-ARM-ROW(WS-ARM-CNT)        07323080
                    ELSE                                                07323360
                       MOVE 'Y' TO WS-ROW-OVERFLOW                      07323640
                    END-IF                                              07323920
                 END-IF                                                 07324200
            END-READ.                                                   07324480
                                                                        07324760
       G444-COLLECT-ACCT-PARA.                                          07325040
                                                                        07325320
            READ STUACCT NEXT                                           07325600
              AT END MOVE 'Y' TO WS-ROW-EOF                             07325880
              NOT AT END                                                07326160
                 IF SA-STUD-ID NOT = WS-LOSE-ID                         07326440
                    MOVE 'Y' TO WS-ROW-EOF                              07326720
                 ELSE                                                   07327000
                    IF WS-ACT-CNT < WS-ROW-MAX                          07327280
                       ADD 1 TO WS-ACT-CNT                              07327560
                       MOVE STUACCT-REC TO WS-ACT-ROW(WS-ACT-CNT)       07327840
                    ELSE                                                07328120
                       MOVE 'Y' TO WS-ROW-OVERFLOW                      07328400
                    END-IF                                              07328680
                 END-IF                                                 07328960
            END-READ.                                                   07329240
                                                                        07329520
       G450-CHECK-CONFLICTS-PARA.                                       07330000
                                                                        07340000
            PERFORM G460-CHECK-GRADE-PARA                               07350000
               VARYING WS-ROW-IDX FROM 1 BY 1                           07360000
               UNTIL WS-ROW-IDX > WS-GRD-CNT                            07370000
                  OR NOT WS-MERGE-VALID.                                07380000
            PERFORM G470-CHECK-REG-PARA                                 07390000
               VARYING WS-ROW-IDX FROM 1 BY 1                           07400000
               UNTIL WS-ROW-IDX > WS-REG-CNT                            07410000
                  OR NOT WS-MERGE-VALID.                                07420000
            PERFORM G480-CHECK-ARM-PARA                                 07421100
               VARYING WS-ROW-IDX FROM 1 BY 1                           07422200
               UNTIL WS-ROW-IDX > WS-ARM-CNT                            07423300
                  OR NOT WS-MERGE-VALID.                                07424400
            PERFORM G490-CHECK-ACCT-PARA                                07425500
               VARYING WS-ROW-IDX FROM 1 BY 1                           07426600
               UNTIL WS-ROW-IDX > WS-ACT-CNT                            07427700
                  OR NOT WS-MERGE-VALID.                                07428800
                                                                        07430000
       G460-CHECK-GRADE-PARA.                                           07440000
                                                                        07450000
            MOVE WS-GRD-ROW(WS-ROW-IDX) TO GRADES-REC.                  07460000
            MOVE WS-KEEP-ID TO GR-STUD-ID.                              07470000
            READ GRADES KEY IS GR-KEY                                   07480000
              INVALID KEY                                               07490000
                 CONTINUE                                               07500000
              NOT INVALID KEY                                           07510000
                 STRING 'GRADE ON BOTH IDS: ' DELIMITED BY SIZE         07520000
                        GR-COURSE DELIMITED BY SPACE                    07530000
                        ' ' DELIMITED BY SIZE                           07540000
                        GR-TERM DELIMITED BY SIZE                       07550000
                   INTO WS-REJECT-REASON                                07560000
            END-READ.                                                   07570000
                                                                        07580000
       G470-CHECK-REG-PARA.                                             07590000
                                                                        07600000
            MOVE WS-REG-ROW(WS-ROW-IDX) TO REGMST-REC.                  07610000
            MOVE WS-KEEP-ID TO RG-STUD-ID.                              07620000
            READ REGMST KEY IS RG-KEY                                   07630000
              INVALID KEY                                               07640000
                 CONTINUE                                               07650000
              NOT INVALID KEY                                           07660000
                 STRING 'REGISTRATION ON BOTH IDS: ' DELIMITED BY SIZE  07670000
                        RG-COURSE DELIMITED BY SPACE                    07680000
                   INTO WS-REJECT-REASON                                07690000
            END-READ.                                                   07700000
                                                                        07710000
       G480-CHECK-ARM-PARA.                                             07710260
                                                                        07710520
            MOVE WS-ARM-ROW(WS-ROW-IDX) TO ARMAST-REC.                  07710780
            IF AR-TYPE-ITEM                                             07711040
               MOVE WS-KEEP-ID TO AR-STUD-ID                            07711300
               READ ARMAST KEY IS AR-KEY                                07711560
                 INVALID KEY                                            07711820
                    CONTINUE                                            07712080
                 NOT INVALID KEY                                        07712340
                    STRING 'AR ITEM ON BOTH IDS: ' DELIMITED BY SIZE    07712600
                           AR-REQ-DATE DELIMITED BY SIZE                07712860
                           ' ' DELIMITED BY SIZE                        07713120
                           AR-REQ-TYPE DELIMITED BY SIZE                07713380
                      INTO WS-REJECT-REASON                             07713640
               END-READ                                                 07713900
            END-IF.                                                     07714160
                                                                        07714420
       G490-CHECK-ACCT-PARA.                                            07714680
                                                                        07714940
            MOVE WS-ACT-ROW(WS-ROW-IDX) TO WS-LOSE-ROW.                 07715200
            MOVE WS-LOSE-ROW TO STUACCT-REC.                            07715460
            IF SA-TYPE-SUMMARY                                          07715720
               MOVE WS-KEEP-ID TO SA-STUD-ID                            07715980
               READ STUACCT KEY IS SA-KEY                               07716240
                 INVALID KEY                                            07716500
                    CONTINUE                                            07716760
                 NOT INVALID KEY                                        07717020
                    COMPUTE WS-SEQ-TOTAL = SA-LAST-SEQ + WS-LA-LAST-SEQ 07717280
                    IF WS-SEQ-TOTAL > WS-SEQ-MAX                        07717540
                       STRING 'TUITION ENTRIES OVER 999 FOR TERM '      07717800
                              DELIMITED BY SIZE                         07718060
                              SA-TERM DELIMITED BY SIZE                 07718320
                         INTO WS-REJECT-REASON                          07718580
                    END-IF                                              07718840
               END-READ                                                 07719100
            END-IF.                                                     07719360
                                                                        07719620
       G500-MOVE-GRADES-PARA.                                           07720000
                                                                        07730000
            MOVE WS-GRD-ROW(WS-ROW-IDX) TO GRADES-REC.                  07740000
            MOVE GRADES-REC TO WS-BEFORE-IMAGE.                         07750000
            MOVE 'GRDFILE ' TO WS-JRNL-FILE.                            07760000
            DELETE GRADES                                               07770000
              INVALID KEY                                               07780000
                 ADD 1 TO WS-CNT-FILE-ERR                               07790000
                 DISPLAY 'GRDFILE DELETE FAILED - KEY: ' GR-KEY         07800000
              NOT INVALID KEY                                           07810000
                 MOVE 'D' TO WS-JRNL-ACTION                             07820000
                 MOVE GR-KEY TO WS-JRNL-KEY                             07830000
                 MOVE SPACES TO WS-AFTER-IMAGE                          07840000
                 PERFORM G900-WRITE-JRNL-PARA                           07850000
                 MOVE WS-KEEP-ID TO GR-STUD-ID                          07860000
                 WRITE GRADES-REC                                       07870000
                   INVALID KEY                                          07880000
                      ADD 1 TO WS-CNT-FILE-ERR                          07890000
                      DISPLAY 'GRDFILE WRITE FAILED - KEY: ' GR-KEY     07900000
                   NOT INVALID KEY                                      07910000
                      MOVE 'A' TO WS-JRNL-ACTION                        07920000
                      MOVE GR-KEY TO WS-JRNL-KEY                        07930000
                      MOVE SPACES TO WS-BEFORE-IMAGE                    07940000
                      MOVE GRADES-REC TO WS-AFTER-IMAGE                 07950000
                      PERFORM G900-WRITE-JRNL-PARA                      07960000
                      ADD 1 TO WS-MV-GRD                                07970000
                      ADD 1 TO WS-CNT-GRD-MOVED                         07980000
                 END-WRITE                                              07990000
            END-DELETE.                                                 08000000
                                                                        08010000
       G510-MOVE-REGS-PARA.                                             08020000
                                                                        08030000
            MOVE WS-REG-ROW(WS-ROW-IDX) TO REGMST-REC.                  08040000
            MOVE REGMST-REC TO WS-BEFORE-IMAGE.                         08050000
            MOVE 'REGMST  ' TO WS-JRNL-FILE.                            08060000
            DELETE REGMST                                               08070000
              INVALID KEY                                               08080000
                 ADD 1 TO WS-CNT-FILE-ERR                               08090000
                 DISPLAY 'REGMST DELETE FAILED - KEY: ' RG-KEY          08100000
              NOT INVALID KEY                                           08110000
                 MOVE 'D' TO WS-JRNL-ACTION                             08120000
                 MOVE RG-KEY TO WS-JRNL-KEY                             08130000
                 MOVE SPACES TO WS-AFTER-IMAGE                          08140000
                 PERFORM G900-WRITE-JRNL-PARA                           08150000
                 MOVE WS-KEEP-ID TO RG-STUD-ID                          08160000
                 WRITE REGMST-REC                                       08170000
                   INVALID KEY                                          08180000
                      ADD 1 TO WS-CNT-FILE-ERR                          08190000
                      DISPLAY 'REGMST WRITE FAILED - KEY: ' RG-KEY      08200000
                   NOT INVALID KEY                                      08210000
                      MOVE 'A' TO WS-JRNL-ACTION                        08220000
                      MOVE RG-KEY TO WS-JRNL-KEY                        08230000
                      MOVE SPACES TO WS-BEFORE-IMAGE                    08240000
                      MOVE REGMST-REC TO WS-AFTER-IMAGE                 08250000
                      PERFORM G900-WRITE-JRNL-PARA                      08260000
                      ADD 1 TO WS-MV-REG                                08270000
                      ADD 1 TO WS-CNT-REG-MOVED                         08280000
                 END-WRITE                                              08290000
            END-DELETE.                                                 08300000
                                                                        08310000
       G520-MOVE-HOLDS-PARA.                                            08320000
                                                                        08330000
            MOVE WS-HLD-ROW(WS-ROW-IDX) TO HOLDMST-REC.                 08340000
            MOVE HOLDMST-REC TO WS-BEFORE-IMAGE.                        08350000
            MOVE 'HOLDMST ' TO WS-JRNL-FILE.                            08360000
            DELETE HOLDMST                                              08370000
              INVALID KEY                                               08380000
                 ADD 1 TO WS-CNT-FILE-ERR                               08390000
                 DISPLAY 'HOLDMST DELETE FAILED - KEY: ' HM-KEY         08400000
              NOT INVALID KEY                                           08410000
                 MOVE 'D' TO WS-JRNL-ACTION                             08420000
                 MOVE HM-KEY TO WS-JRNL-KEY                             08430000
                 MOVE SPACES TO WS-AFTER-IMAGE                          08440000
                 PERFORM G900-WRITE-JRNL-PARA                           08450000
                 PERFORM G525-PLACE-HOLD-PARA                           08460000
            END-DELETE.                                                 08470000
                                                                        08480000
       G525-PLACE-HOLD-PARA.                                            08490000
                                                                        08500000
            MOVE WS-HLD-ROW(WS-ROW-IDX) TO WS-LOSE-ROW.                 08510000
            MOVE WS-KEEP-ID TO HM-STUD-ID.                              08520000
            MOVE 'N' TO WS-FOUND-FLAG.                                  08530000
            READ HOLDMST KEY IS HM-KEY                                  08540000
              INVALID KEY                                               08550000
                 CONTINUE                                               08560000
              NOT INVALID KEY                                           08570000
                 MOVE 'Y' TO WS-FOUND-FLAG                              08580000
            END-READ.                                                   08590000
            EVALUATE TRUE                                               08600000
            WHEN NOT WS-ROW-FOUND                                       08610000
                 MOVE WS-LOSE-ROW TO HOLDMST-REC                        08620000
                 MOVE WS-KEEP-ID TO HM-STUD-ID                          08630000
                 WRITE HOLDMST-REC                                      08640000
                   INVALID KEY                                          08650000
                      ADD 1 TO WS-CNT-FILE-ERR                          08660000
                      DISPLAY 'HOLDMST WRITE FAILED - KEY: ' HM-KEY     08670000
                   NOT INVALID KEY                                      08680000
                      MOVE 'A' TO WS-JRNL-ACTION                        08690000
                      MOVE HM-KEY TO WS-JRNL-KEY                        08700000
                      MOVE SPACES TO WS-BEFORE-IMAGE                    08710000
                      MOVE HOLDMST-REC TO WS-AFTER-IMAGE                08720000
                      PERFORM G900-WRITE-JRNL-PARA                      08730000
                      ADD 1 TO WS-MV-HLD                                08740000
                      ADD 1 TO WS-CNT-HLD-MOVED                         08750000
                 END-WRITE                                              08760000
            WHEN NOT HM-HOLD-OPEN                                       08770000
             AND WS-LOSE-ROW(20:8) = SPACES                             08780000
                 MOVE HOLDMST-REC TO WS-BEFORE-IMAGE                    08790000
                 MOVE WS-LOSE-ROW TO HOLDMST-REC                        08800000
                 MOVE WS-KEEP-ID TO HM-STUD-ID                          08810000
                 REWRITE HOLDMST-REC                                    08820000
                   INVALID KEY                                          08830000
                      ADD 1 TO WS-CNT-FILE-ERR                          08840000
                      DISPLAY 'HOLDMST REWRITE FAILED - KEY: ' HM-KEY   08850000
                   NOT INVALID KEY                                      08860000
                      MOVE 'C' TO WS-JRNL-ACTION                        08870000
                      MOVE HM-KEY TO WS-JRNL-KEY                        08880000
                      MOVE HOLDMST-REC TO WS-AFTER-IMAGE                08890000
                      PERFORM G900-WRITE-JRNL-PARA                      08900000
                      ADD 1 TO WS-MV-HLD                                08910000
                      ADD 1 TO WS-CNT-HLD-MOVED                         08920000
                 END-REWRITE                                            08930000
            WHEN OTHER                                                  08940000
                 ADD 1 TO WS-MV-DROPPED                                 08950000
                 ADD 1 TO WS-CNT-DROPPED                                08960000
            END-EVALUATE.                                               08970000
                                                                        08980000
       G530-MOVE-ADDRS-PARA.                                            08990000
                                                                        09000000
            MOVE WS-ADR-ROW(WS-ROW-IDX) TO ADDRMST-REC.                 09010000
            MOVE ADDRMST-REC TO WS-BEFORE-IMAGE.                        09020000
            MOVE 'ADDRMST ' TO WS-JRNL-FILE.                            09030000
            DELETE ADDRMST                                              09040000
              INVALID KEY                                               09050000
                 ADD 1 TO WS-CNT-FILE-ERR                               09060000
                 DISPLAY 'ADDRMST DELETE FAILED - KEY: ' AM-KEY         09070000
              NOT INVALID KEY                                           09080000
                 MOVE 'D' TO WS-JRNL-ACTION                             09090000
                 MOVE AM-KEY TO WS-JRNL-KEY                             09100000
                 MOVE SPACES TO WS-AFTER-IMAGE                          09110000
                 PERFORM G900-WRITE-JRNL-PARA                           09120000
                 MOVE WS-KEEP-ID TO AM-STUD-ID                          09130000
                 WRITE ADDRMST-REC                                      09140000
                   INVALID KEY                                          09150000
                      ADD 1 TO WS-MV-DROPPED                            09160000
                      ADD 1 TO WS-CNT-DROPPED                           09170000
                   NOT INVALID KEY                                      09180000
                      MOVE 'A' TO WS-JRNL-ACTION                        09190000
                      MOVE AM-KEY TO WS-JRNL-KEY                        09200000
                      MOVE SPACES TO WS-BEFORE-IMAGE                    09210000
                      MOVE ADDRMST-REC TO WS-AFTER-IMAGE                09220000
                      PERFORM G900-WRITE-JRNL-PARA                      09230000
                      ADD 1 TO WS-MV-ADR                                09240000
                      ADD 1 TO WS-CNT-ADR-MOVED                         09250000
                 END-WRITE                                              09260000
            END-DELETE.                                                 09270000
                                                                        09280000
       G540-MOVE-ARM-PARA.                                              09280140
                                                                        09280280
            MOVE WS-ARM-ROW(WS-ROW-IDX) TO ARMAST-REC.                  09280420
            MOVE ARMAST-REC TO WS-BEFORE-IMAGE.                         09280560
            MOVE 'ARMAST  ' TO WS-JRNL-FILE.                            09280700
            DELETE ARMAST                                               09280840
              INVALID KEY                                               09280980
                 ADD 1 TO WS-CNT-FILE-ERR                               09281120
                 DISPLAY 'ARMAST DELETE FAILED - KEY: ' AR-KEY          09281260
              NOT INVALID KEY                                           09281400
                 MOVE 'D' TO WS-JRNL-ACTION                             09281540
                 MOVE AR-KEY TO WS-JRNL-KEY                             09281680
                 MOVE SPACES TO WS-AFTER-IMAGE                          09281820
                 PERFORM G900-WRITE-JRNL-PARA                           09281960
                 PERFORM G545-PLACE-ARM-PARA                            09282100
            END-DELETE.                                                 09282240
                                                                        09282380
       G545-PLACE-ARM-PARA.                                             09282520
                                                                        09282660
            MOVE WS-ARM-ROW(WS-ROW-IDX) TO WS-LOSE-ROW.                 09282800
            MOVE WS-KEEP-ID TO AR-STUD-ID.                              09282940
            MOVE 'N' TO WS-FOUND-FLAG.                                  09283080
            IF AR-TYPE-BALANCE                                          09283220
               READ ARMAST KEY IS AR-KEY                                09283360
                 INVALID KEY                                            09283500
                    CONTINUE                                            09283640
                 NOT INVALID KEY                                        09283780
                    MOVE 'Y' TO WS-FOUND-FLAG                           09283920
               END-READ                                                 09284060
            END-IF.                                                     09284200
            IF WS-ROW-FOUND                                             09284340
               MOVE ARMAST-REC TO WS-BEFORE-IMAGE                       09284480
               ADD WS-LB-BAL-AMT  TO AR-BAL-AMT                         09284620
               ADD WS-LB-OPEN-CNT TO AR-BAL-OPEN-CNT                    09284760
               IF WS-LB-LAST-DATE > AR-BAL-LAST-DATE                    09284900
                  MOVE WS-LB-LAST-DATE TO AR-BAL-LAST-DATE              09285040
               END-IF                                                   09285180
               REWRITE ARMAST-REC                                       09285320
                 INVALID KEY                                            09285460
                    ADD 1 TO WS-CNT-FILE-ERR                            09285600
                    DISPLAY 'ARMAST REWRITE FAILED - KEY: ' AR-KEY      09285740
                 NOT INVALID KEY                                        09285880
                    MOVE 'C' TO WS-JRNL-ACTION                          09286020
                    MOVE AR-KEY TO WS-JRNL-KEY                          09286160
                    MOVE ARMAST-REC TO WS-AFTER-IMAGE                   09286300
                    PERFORM G900-WRITE-JRNL-PARA                        09286440
                    ADD 1 TO WS-MV-ARM                                  09286580
                    ADD 1 TO WS-CNT-ARM-MOVED                           09286720
               END-REWRITE                                              09286860
            ELSE                                                        09287000
               MOVE WS-LOSE-ROW TO ARMAST-REC                           09287140
               MOVE WS-KEEP-ID TO AR-STUD-ID                            09287280
               WRITE ARMAST-REC                                         09287420
                 INVALID KEY                                            09287560
                    ADD 1 TO WS-CNT-FILE-ERR                            09287700
                    DISPLAY 'ARMAST WRITE FAILED - KEY: ' AR-KEY        09287840
                 NOT INVALID KEY                                        09287980
                    MOVE 'A' TO WS-JRNL-ACTION                          09288120
                    MOVE AR-KEY TO WS-JRNL-KEY                          09288260
                    MOVE SPACES TO WS-BEFORE-IMAGE                      09288400
                    MOVE ARMAST-REC TO WS-AFTER-IMAGE                   09288540
                    PERFORM G900-WRITE-JRNL-PARA                        09288680
                    ADD 1 TO WS-MV-ARM                                  09288820
                    ADD 1 TO WS-CNT-ARM-MOVED                           09288960
               END-WRITE                                                09289100
            END-IF.                                                     09289240
                                                                        09289380
       G550-WRITE-XREF-PARA.                                            09290000
                                                                        09300000
            MOVE 'MRGXREF ' TO WS-JRNL-FILE.                            09310000
            MOVE LOW-VALUES TO XR-OLD-ID.                               09320000
            MOVE SPACE TO WS-ROW-EOF.                                   09330000
            START MRGXREF KEY IS NOT LESS THAN XR-OLD-ID                09340000
              INVALID KEY MOVE 'Y' TO WS-ROW-EOF                        09350000
            END-START.                                                  09360000
            PERFORM G560-REPOINT-XREF-PARA UNTIL WS-ROW-EOF = 'Y'.      09370000
                                                                        09380000
            MOVE SPACES           TO MRGXREF-REC.                       09390000
            MOVE WS-LOSE-ID       TO XR-OLD-ID.                         09400000
            MOVE WS-KEEP-ID       TO XR-NEW-ID.                         09410000
            MOVE WS-BUSINESS-DATE TO XR-MERGE-DATE.                     09420000
            MOVE MT-REQUESTER     TO XR-REQUESTER.                      09430000
            WRITE MRGXREF-REC                                           09440000
              INVALID KEY                                               09450000
                 ADD 1 TO WS-CNT-FILE-ERR                               09460000
                 DISPLAY 'MRGXREF WRITE FAILED - ID: ' WS-LOSE-ID       09470000
              NOT INVALID KEY                                           09480000
                 MOVE 'A' TO WS-JRNL-ACTION                             09490000
                 MOVE SPACES TO WS-JRNL-KEY                             09500000
                 MOVE XR-OLD-ID TO WS-JRNL-KEY                          09510000
                 MOVE SPACES TO WS-BEFORE-IMAGE                         09520000
                 MOVE MRGXREF-REC TO WS-AFTER-IMAGE                     09530000
                 PERFORM G900-WRITE-JRNL-PARA                           09540000
            END-WRITE.                                                  09550000
                                                                        09560000
       G560-REPOINT-XREF-PARA.                                          09570000
                                                                        09580000
            READ MRGXREF NEXT                                           09590000
              AT END MOVE 'Y' TO WS-ROW-EOF                             09600000
              NOT AT END                                                09610000
                 IF XR-NEW-ID = WS-LOSE-ID                              09620000
                    MOVE MRGXREF-REC TO WS-BEFORE-IMAGE                 09630000
                    MOVE WS-KEEP-ID TO XR-NEW-ID                        09640000
                    REWRITE MRGXREF-REC                                 09650000
                      INVALID KEY                                       09660000
                         ADD 1 TO WS-CNT-FILE-ERR                       09670000
                         DISPLAY 'MRGXREF REWRITE FAILED - ID: '        09680000
                                 XR-OLD-ID                              09690000
                      NOT INVALID KEY                                   09700000
                         MOVE 'C' TO WS-JRNL-ACTION                     09710000
                         MOVE SPACES TO WS-JRNL-KEY                     09720000
                         MOVE XR-OLD-ID TO WS-JRNL-KEY                  09730000
                         MOVE MRGXREF-REC TO WS-AFTER-IMAGE             09740000
                         PERFORM G900-WRITE-JRNL-PARA                   09750000
                         ADD 1 TO WS-CNT-XREF-CHAIN                     09760000
                    END-REWRITE                                         09770000
                 END-IF                                                 09780000
            END-READ.                                                   09790000
                                                                        09800000
       G570-MOVE-ACCT-PARA.                                             09800100
                                                                        09800200
            MOVE WS-ACT-ROW(WS-ROW-IDX) TO STUACCT-REC.                 09800300
            MOVE STUACCT-REC TO WS-BEFORE-IMAGE.                        09800400
            MOVE 'STUACCT ' TO WS-JRNL-FILE.                            09800500
            DELETE STUACCT                                              09800600
              INVALID KEY                                               09800700
                 ADD 1 TO WS-CNT-FILE-ERR                               09800800
                 DISPLAY 'STUACCT DELETE FAILED - KEY: ' SA-KEY         09800900
              NOT INVALID KEY                                           09801000
                 MOVE 'D' TO WS-JRNL-ACTION                             09801100
                 MOVE SA-KEY TO WS-JRNL-KEY                             09801200
                 MOVE SPACES TO WS-AFTER-IMAGE                          09801300
                 PERFORM G900-WRITE-JRNL-PARA                           09801400
                 MOVE WS-ACT-ROW(WS-ROW-IDX) TO WS-LOSE-ROW             09801500
                 IF SA-TYPE-SUMMARY                                     09801600
                    PERFORM G575-PLACE-SUMMARY-PARA                     09801700
                 ELSE                                                   09801800
                    PERFORM G580-PLACE-ENTRY-PARA                       09801900
                 END-IF                                                 09802000
            END-DELETE.                                                 09802100
                                                                        09802200
       G575-PLACE-SUMMARY-PARA.                                         09802300
                                                                        09802400
            MOVE WS-LA-TERM TO WS-SEQ-TERM.                             09802500
            MOVE ZERO TO WS-SEQ-OFFSET.                                 09802600
            MOVE WS-KEEP-ID TO SA-STUD-ID.                              09802700
            MOVE 'N' TO WS-FOUND-FLAG.                                  09802800
            READ STUACCT KEY IS SA-KEY                                  09802900
              INVALID KEY                                               09803000
                 CONTINUE                                               09803100
              NOT INVALID KEY                                           09803200
                 MOVE 'Y' TO WS-FOUND-FLAG                              09803300
            END-READ.                                                   09803400
            IF WS-ROW-FOUND                                             09803500
               MOVE STUACCT-REC TO WS-BEFORE-IMAGE                      09803600
               MOVE SA-LAST-SEQ TO WS-SEQ-OFFSET                        09803700
               ADD WS-LA-CREDITS  TO SA-ASSESSED-CREDITS                09803800
               ADD WS-LA-AMT      TO SA-ASSESSED-AMT                    09803900
               ADD WS-LA-CHARGES  TO SA-TOT-CHARGES                     09804000
               ADD WS-LA-REFUNDS  TO SA-TOT-REFUNDS                     09804100
               ADD WS-LA-LAST-SEQ TO SA-LAST-SEQ                        09804200
               IF WS-LA-POST-DATE > SA-LAST-POST-DATE                   09804300
                  MOVE WS-LA-POST-DATE TO SA-LAST-POST-DATE             09804400
               END-IF                                                   09804500
               IF WS-LA-RUN-DATE > SA-LAST-RUN-DATE                     09804600
                  MOVE WS-LA-RUN-DATE TO SA-LAST-RUN-DATE               09804700
               END-IF                                                   09804800
               REWRITE STUACCT-REC                                      09804900
                 INVALID KEY                                            09805000
                    ADD 1 TO WS-CNT-FILE-ERR                            09805100
                    DISPLAY 'STUACCT REWRITE FAILED - KEY: ' SA-KEY     09805200
                 NOT INVALID KEY                                        09805300
                    MOVE 'C' TO WS-JRNL-ACTION                          09805400
                    MOVE SA-KEY TO WS-JRNL-KEY                          09805500
                    MOVE STUACCT-REC TO WS-AFTER-IMAGE                  09805600
                    PERFORM G900-WRITE-JRNL-PARA                        09805700
                    ADD 1 TO WS-MV-ACT                                  09805800
                    ADD 1 TO WS-CNT-ACT-MOVED                           09805900
               END-REWRITE                                              09806000
            ELSE                                                        09806100
               MOVE WS-LOSE-ROW TO STUACCT-REC                          09806200
               MOVE WS-KEEP-ID TO SA-STUD-ID                            09806300
               PERFORM G585-WRITE-ACCT-PARA                             09806400
            END-IF.                                                     09806500
                                                                        09806600
       G580-PLACE-ENTRY-PARA.                                           09806700
                                                                        09806800
            MOVE WS-LOSE-ROW TO STUACCT-REC.                            09806900
            MOVE WS-KEEP-ID TO SA-STUD-ID.                              09807000
            IF SA-TERM = WS-SEQ-TERM                                    09807100
               ADD WS-SEQ-OFFSET TO SA-SEQ                              09807200
            END-IF.                                                     09807300
            PERFORM G585-WRITE-ACCT-PARA.                               09807400
                                                                        09807500
       G585-WRITE-ACCT-PARA.                                            09807600
                                                                        09807700
            WRITE STUACCT-REC                                           09807800
              INVALID KEY                                               09807900
                 ADD 1 TO WS-CNT-FILE-ERR                               09808000
                 DISPLAY 'STUACCT WRITE FAILED - KEY: ' SA-KEY          09808100
              NOT INVALID KEY                                           09808200
                 MOVE 'A' TO WS-JRNL-ACTION                             09808300
                 MOVE SA-KEY TO WS-JRNL-KEY                             09808400
                 MOVE SPACES TO WS-BEFORE-IMAGE                         09808500
                 MOVE STUACCT-REC TO WS-AFTER-IMAGE                     09808600
                 PERFORM G900-WRITE-JRNL-PARA                           09808700
                 ADD 1 TO WS-MV-ACT                                     09808800
                 ADD 1 TO WS-CNT-ACT-MOVED                              09808900
            END-WRITE.                                                  09809000
                                                                        09809100
       G600-ADD-DONE-PARA.                                              09810000
                                                                        09820000
            IF WS-DONE-CNT < WS-DONE-MAX                                09830000
               ADD 1 TO WS-DONE-CNT                                     09840000
               MOVE WS-LOSE-ID TO WS-DONE-LOSE-ID(WS-DONE-CNT)          09850000
               MOVE WS-KEEP-ID TO WS-DONE-KEEP-ID(WS-DONE-CNT)          09860000
            ELSE                                                        09870000
               ADD 1 TO WS-CNT-FILE-ERR                                 09880000
               DISPLAY 'MERGE TABLE FULL - TRNRLOG/TRNBILL NOT MOVED'   09890000
                       ' FOR ' WS-LOSE-ID ' - RERUN THE CARD'           09900000
            END-IF.                                                     09910000
                                                                        09920000
       G650-FIND-DONE-PARA.                                             09930000
                                                                        09940000
            IF WS-DONE-LOSE-ID(WS-DONE-IDX) = WS-LOSE-ID                09950000
               MOVE 'Y' TO WS-DONE-FOUND                                09960000
               MOVE WS-DONE-KEEP-ID(WS-DONE-IDX) TO WS-DONE-NEW-ID      09970000
            END-IF.                                                     09980000
                                                                        09990000
       G700-TRNRLOG-PARA.                                               10000000
                                                                        10010000
            OPEN I-O TRNRLOG.                                           10020000
            IF WS-TRNRLOG-STATUS NOT = '00'                             10030000
               ADD 1 TO WS-CNT-FILE-ERR                                 10040000
               DISPLAY 'TRNRLOG OPEN FAILED - STATUS: '                 10050000
                       WS-TRNRLOG-STATUS ' - RERUN THE MERGE CARDS'     10060000
            ELSE                                                        10070000
               MOVE 'TRNRLOG ' TO WS-JRNL-FILE                          10080000
               MOVE 'C' TO WS-JRNL-ACTION                               10090000
               MOVE SPACE TO WS-ROW-EOF                                 10100000
               PERFORM G710-READ-RLOG-PARA UNTIL WS-ROW-EOF = 'Y'       10110000
               CLOSE TRNRLOG                                            10120000
            END-IF.                                                     10130000
            MOVE 'TRNRLOG RELEASE RECORDS MOVED' TO SQ-TEXT.            10140000
            MOVE WS-CNT-RLOG-MOVED TO SQ-COUNT.                         10150000
            WRITE MRGRPT-REC FROM WS-SEQ-LINE                           10160000
               AFTER ADVANCING 2 LINES.                                 10170000
                                                                        10180000
       G710-READ-RLOG-PARA.                                             10190000
                                                                        10200000
            READ TRNRLOG                                                10210000
              AT END MOVE 'Y' TO WS-ROW-EOF                             10220000
              NOT AT END                                                10230000
                 MOVE RL-STUD-ID TO WS-LOSE-ID                          10240000
                 MOVE 'N' TO WS-DONE-FOUND                              10250000
                 PERFORM G650-FIND-DONE-PARA                            10260000
                    VARYING WS-DONE-IDX FROM 1 BY 1                     10270000
                    UNTIL WS-DONE-IDX > WS-DONE-CNT                     10280000
                       OR WS-DONE-IS-FOUND                              10290000
                 IF WS-DONE-IS-FOUND                                    10300000
                    MOVE TRNRLOG-REC TO WS-BEFORE-IMAGE                 10310000
                    MOVE WS-DONE-NEW-ID TO RL-STUD-ID                   10320000
                    REWRITE TRNRLOG-REC                                 10330000
                    MOVE SPACES TO WS-JRNL-KEY                          10340000
                    MOVE RL-SERIAL TO WS-JRNL-KEY                       10350000
                    MOVE TRNRLOG-REC TO WS-AFTER-IMAGE                  10360000
                    PERFORM G900-WRITE-JRNL-PARA                        10370000
                    ADD 1 TO WS-CNT-RLOG-MOVED                          10380000
                 END-IF                                                 10390000
            END-READ.                                                   10400000
                                                                        10410000
       G750-TRNBILL-PARA.                                               10420000
                                                                        10430000
            OPEN I-O TRNBILL.                                           10440000
            IF WS-TRNBILL-STATUS NOT = '00'                             10450000
               ADD 1 TO WS-CNT-FILE-ERR                                 10460000
               DISPLAY 'TRNBILL OPEN FAILED - STATUS: '                 10470000
                       WS-TRNBILL-STATUS ' - RERUN THE MERGE CARDS'     10480000
            ELSE                                                        10490000
               MOVE 'TRNBILL ' TO WS-JRNL-FILE                          10500000
               MOVE 'C' TO WS-JRNL-ACTION                               10510000
               MOVE SPACE TO WS-ROW-EOF                                 10520000
               PERFORM G760-READ-BILL-PARA UNTIL WS-ROW-EOF = 'Y'       10530000
               CLOSE TRNBILL                                            10540000
            END-IF.                                                     10550000
            MOVE 'TRNBILL BILLING RECORDS MOVED' TO SQ-TEXT.            10560000
            MOVE WS-CNT-BILL-MOVED TO SQ-COUNT.                         10570000
            WRITE MRGRPT-REC FROM WS-SEQ-LINE                           10580000
               AFTER ADVANCING 1 LINE.                                  10590000
                                                                        10600000
       G760-READ-BILL-PARA.                                             10610000
                                                                        10620000
            READ TRNBILL                                                10630000
              AT END MOVE 'Y' TO WS-ROW-EOF                             10640000
              NOT AT END                                                10650000
                 MOVE BL-STUD-ID TO WS-LOSE-ID                          10660000
                 MOVE 'N' TO WS-DONE-FOUND                              10670000
                 PERFORM G650-FIND-DONE-PARA                            10680000
                    VARYING WS-DONE-IDX FROM 1 BY 1                     10690000
                    UNTIL WS-DONE-IDX > WS-DONE-CNT                     10700000
                       OR WS-DONE-IS-FOUND                              10710000
                 IF WS-DONE-IS-FOUND                                    10720000
                    MOVE TRNBILL-REC TO WS-BEFORE-IMAGE                 10730000
                    MOVE WS-DONE-NEW-ID TO BL-STUD-ID                   10740000
                    REWRITE TRNBILL-REC                                 10750000
                    MOVE SPACES TO WS-JRNL-KEY                          10760000
                    MOVE WS-LOSE-ID TO WS-JRNL-KEY                      10770000
                    MOVE BL-REQ-TYPE TO WS-JRNL-KEY(10:1)               10780000
                    MOVE BL-REQ-DATE TO WS-JRNL-KEY(11:8)               10790000
                    MOVE TRNBILL-REC TO WS-AFTER-IMAGE                  10800000
                    PERFORM G900-WRITE-JRNL-PARA                        10810000
                    ADD 1 TO WS-CNT-BILL-MOVED                          10820000
                 END-IF                                                 10830000
            END-READ.                                                   10840000
                                                                        10850000
       G800-REPORT-PARA.                                                10860000
                                                                        10870000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         10880000
               ADD 1 TO WS-PAGE-CNT                                     10890000
               MOVE WS-PAGE-CNT TO HDR-PAGE                             10900000
               WRITE MRGRPT-REC FROM WS-HDR1                            10910000
                  AFTER ADVANCING PAGE                                  10920000
               WRITE MRGRPT-REC FROM WS-HDR2                            10930000
                  AFTER ADVANCING 2 LINES                               10940000
               MOVE ZERO TO WS-LINE-CNT                                 10950000
            END-IF.                                                     10960000
            MOVE WS-LOSE-ID       TO DET-LOSE-ID.                       10970000
            MOVE WS-KEEP-ID       TO DET-KEEP-ID.                       10980000
            MOVE WS-REJECT-REASON TO DET-DISPOSITION.                   10990000
            MOVE WS-MV-GRD        TO DET-GRD.                           11000000
            MOVE WS-MV-REG        TO DET-REG.                           11010000
            MOVE WS-MV-HLD        TO DET-HLD.                           11020000
            MOVE WS-MV-ADR        TO DET-ADR.                           11030000
            MOVE WS-HIST-CNT      TO DET-HIST.                          11040000
            MOVE WS-MV-DROPPED    TO DET-DROP.                          11050000
            MOVE WS-MV-ARM        TO DET-ARM.                           11053300
            MOVE WS-MV-ACT        TO DET-ACT.                           11056600
            WRITE MRGRPT-REC FROM WS-DETAIL-LINE                        11060000
               AFTER ADVANCING 1 LINE.                                  11070000
            ADD 1 TO WS-LINE-CNT.                                       11080000
                                                                        11090000
       G900-WRITE-JRNL-PARA.                                            11100000
                                                                        11110000
            MOVE WS-JRNL-FILE TO JR-FILE-ID.                            11120000
            MOVE WS-JRNL-ACTION TO JR-ACTION.                           11130000
            MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.                 11140000
            MOVE WS-JRNL-KEY TO JR-KEY.                                 11150000
            MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.                    11160000
            MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE.                      11170000
            WRITE JRNL-REC.                                             11180000
            ADD 1 TO WS-CNT-JOURNALED.                                  11190000
