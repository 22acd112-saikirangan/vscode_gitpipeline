                ORGANIZATION IS SEQUENTIAL.                             00170000
                SELECT EXCPRPT ASSIGN TO EXCPRPT                        00180000
                ORGANIZATION IS SEQUENTIAL.                             00190000
                SELECT BATLEDG ASSIGN TO BATLEDG                        00191600
                ORGANIZATION IS INDEXED                                 00193200
                ACCESS MODE IS DYNAMIC                                  00194800
                RECORD KEY IS BL-KEY                                    00196400
                FILE STATUS IS WS-BATLEDG-STATUS.                       00198000
       DATA DIVISION.                                                   00200000
       FILE SECTION.                                                    00210000
       FD ADDEXCP                                                       00220000
          05 EP-TOT        PIC S9(07)V99.                               00310000
          05 EP-VARIANCE   PIC S9(07)V99.                               00320000
          05 EP-AGE        PIC 9(03).                                   00330000
          05 EP-ORIGINATOR PIC X(20).                                   00335000
          05 EP-BATCH-DATE PIC X(08).                                   00340000
          05 FILLER        PIC X(08).                                   00345000
       FD EXCPCOR                                                       00350000
            RECORDING MODE IS F.                                        00360000
       01 EXCPCOR-REC.                                                  00370000
          05 EN-TOT        PIC S9(07)V99.                               00510000
          05 EN-VARIANCE   PIC S9(07)V99.                               00520000
          05 EN-AGE        PIC 9(03).                                   00530000
          05 EN-ORIGINATOR PIC X(20).                                   00535000
          05 EN-BATCH-DATE PIC X(08).                                   00540000
          05 FILLER        PIC X(08).                                   00545000
       FD ADDRCYC                                                       00550000
            RECORDING MODE IS F.                                        00560000
           COPY ADDTRN.                                                 00570000
       FD EXCPRPT                                                       00630000
            RECORDING MODE IS F.                                        00640000
       01 EXCPRPT-REC PIC X(132).                                       00650000
       FD BATLEDG                                                       00652500
            RECORDING MODE IS F.                                        00655000
           COPY BATLEDG.                                                00657500
       WORKING-STORAGE SECTION.                                         00660000
       01 WS-EOF             PIC A     VALUE SPACE.                     00670000
       01 WS-COR-EOF         PIC A     VALUE SPACE.                     00680000
       01 WS-EXCP-STATUS     PIC X(02) VALUE SPACES.                    00690000
       01 WS-BATLEDG-STATUS  PIC X(02) VALUE SPACES.                    00692500
       01 WS-LEDGER-OPEN     PIC X(01) VALUE 'N'.                       00695000
           88 WS-LEDGER-IS-OPEN     VALUE 'Y'.                          00697500
       77 WS-AGE-LIMIT       PIC 9(03) COMP VALUE 5.                    00700000
       01 WS-TOLERANCE       PIC 9(03) VALUE ZERO.                      00710000
                                                                        00720000
       01 WS-ITEM-Y          PIC S9(05)V99.                             00880000
       01 WS-ITEM-Z          PIC S9(07)V99.                             00890000
       01 WS-ITEM-AGE        PIC 9(03).                                 00900000
       01 WS-ITEM-ORIG       PIC X(20).                                 00903300
       01 WS-ITEM-BDATE      PIC X(08).                                 00906600
       01 WS-ITEM-TOT        PIC S9(07)V99.                             00910000
       01 WS-ITEM-VARIANCE   PIC S9(07)V99.                             00920000
       01 WS-ABS-VARIANCE    PIC 9(07)V99.                              00930000
           05 WS-CNT-CLEARED    PIC 9(07) COMP VALUE ZERO.              00990000
           05 WS-CNT-CARRIED    PIC 9(07) COMP VALUE ZERO.              01000000
           05 WS-CNT-AGED       PIC 9(07) COMP VALUE ZERO.              01010000
           05 WS-CNT-LEDGER-UPD PIC 9(07) COMP VALUE ZERO.              01015000
           COPY CTLCARD.                                                01020000
                                                                        01030000
       01 WS-HDR1.                                                      01040000
            END-IF.                                                     01320000
                                                                        01330000
            PERFORM N100-LOAD-CORRECTIONS-PARA.                         01340000
                                                                        01341100
            OPEN I-O BATLEDG.                                           01342200
            IF WS-BATLEDG-STATUS = '00'                                 01343300
               MOVE 'Y' TO WS-LEDGER-OPEN                               01344400
            ELSE                                                        01345500
               DISPLAY 'NO BATCH LEDGER THIS RUN - STATUS: '            01346600
                       WS-BATLEDG-STATUS                                01347700
            END-IF.                                                     01348800
                                                                        01350000
            OPEN OUTPUT EXCPNEW.                                        01360000
            OPEN OUTPUT ADDRCYC.                                        01370000
            PERFORM N700-WRITE-RCYC-TRAILER-PARA.                       01625000
            CLOSE ADDRCYC.                                              01630000
            CLOSE EXCPRPT.                                              01640000
            IF WS-LEDGER-IS-OPEN                                        01642500
               CLOSE BATLEDG                                            01645000
            END-IF.                                                     01647500
                                                                        01650000
            DISPLAY '===== EXCPMNT CONTROL TOTALS ====='.               01660000
            DISPLAY 'NEW EXCEPTIONS READ      : ' WS-CNT-NEW-EXCP.      01670000
            DISPLAY 'ITEMS CLEARED TO RECYCLE : ' WS-CNT-CLEARED.       01700000
            DISPLAY 'ITEMS CARRIED FORWARD    : ' WS-CNT-CARRIED.       01710000
            DISPLAY 'ITEMS OVER AGE LIMIT     : ' WS-CNT-AGED.          01720000
            DISPLAY 'BATCH LEDGER UPDATES     : ' WS-CNT-LEDGER-UPD.    01725000
            DISPLAY '=================================='.               01730000
                                                                        01740000
            IF WS-CNT-AGED > ZERO                                       01750000
                 MOVE AE-X TO WS-ITEM-X                                 02150000
                 MOVE AE-Y TO WS-ITEM-Y                                 02160000
                 MOVE AE-Z TO WS-ITEM-Z                                 02170000
                 MOVE AE-ORIGINATOR TO WS-ITEM-ORIG                     02173300
                 MOVE AE-BATCH-DATE TO WS-ITEM-BDATE                    02176600
                 IF AE-AGE IS NUMERIC                                   02180000
                    MOVE AE-AGE TO WS-ITEM-AGE                          02190000
                 ELSE                                                   02200000
                 MOVE EP-X TO WS-ITEM-X                                 02320000
                 MOVE EP-Y TO WS-ITEM-Y                                 02330000
                 MOVE EP-Z TO WS-ITEM-Z                                 02340000
                 MOVE EP-ORIGINATOR TO WS-ITEM-ORIG                     02343300
                 MOVE EP-BATCH-DATE TO WS-ITEM-BDATE                    02346600
                 IF EP-AGE IS NUMERIC                                   02350000
                    MOVE EP-AGE TO WS-ITEM-AGE                          02360000
                 ELSE                                                   02370000
               MOVE WS-CT-NEW-X(WS-COR-IDX) TO WS-ITEM-X                02480000
               MOVE WS-CT-NEW-Y(WS-COR-IDX) TO WS-ITEM-Y                02490000
               MOVE WS-CT-NEW-Z(WS-COR-IDX) TO WS-ITEM-Z                02500000
               IF WS-LEDGER-IS-OPEN                                     02502500
                  PERFORM N420-UPDATE-LEDGER-PARA                       02505000
               END-IF                                                   02507500
            END-IF.                                                     02510000
                                                                        02520000
            COMPUTE WS-ITEM-TOT = WS-ITEM-X + WS-ITEM-Y.                02530000
               MOVE WS-ITEM-TOT TO EN-TOT                               02750000
               MOVE WS-ITEM-VARIANCE TO EN-VARIANCE                     02760000
               MOVE WS-ITEM-AGE TO EN-AGE                               02770000
               MOVE WS-ITEM-ORIG TO EN-ORIGINATOR                       02773300
               MOVE WS-ITEM-BDATE TO EN-BATCH-DATE                      02776600
               WRITE EXCPNEW-REC                                        02780000
               IF WS-ITEM-AGE >= WS-AGE-LIMIT                           02790000
                  ADD 1 TO WS-CNT-AGED                                  02800000
               SUBTRACT 1 FROM WS-COR-IDX                               02980000
            END-IF.                                                     02990000
                                                                        03000000
       N420-UPDATE-LEDGER-PARA.                                         03000660
                                                                        03001320
            MOVE WS-ITEM-ORIG  TO BL-ORIGINATOR.                        03001980
            MOVE WS-ITEM-BDATE TO BL-BATCH-DATE.                        03002640
            READ BATLEDG                                                03003300
              INVALID KEY                                               03003960
                 CONTINUE                                               03004620
              NOT INVALID KEY                                           03005280
                 IF NOT BL-CONTROL-REC                                  03005940
                    ADD 1 TO BL-CORR-CNT                                03006600
                    REWRITE BATLEDG-REC                                 03007260
                    ADD 1 TO WS-CNT-LEDGER-UPD                          03007920
                 END-IF                                                 03008580
            END-READ.                                                   03009240
       N500-WRITE-AGED-PARA.                                            03010000
                                                                        03020000
            MOVE WS-ITEM-X   TO DET-X.                                  03030000
