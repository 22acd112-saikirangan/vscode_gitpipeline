                ACCESS MODE IS RANDOM                                   00026000
                RECORD KEY IS TM-TERM                                   00027000
                FILE STATUS IS WS-TERMMST-STATUS.                       00028000
                SELECT ORIGAUTH ASSIGN TO ORIGAUTH                      00028160
                ORGANIZATION IS INDEXED                                 00028320
                ACCESS MODE IS RANDOM                                   00028480
                RECORD KEY IS OA-ORIG-ID                                00028640
                FILE STATUS IS WS-ORIGAUTH-STATUS.                      00028800
       DATA DIVISION.                                                   00029000
       FILE SECTION.                                                    00030000
       FD GRADES                                                        00031000
                 'B+' 'B ' 'B-' 'C+' 'C ' 'C-' 'D ' 'F '                00045000
                 'I ' 'W '.                                             00046000
          05 GT-TERM            PIC X(05).                              00047000
          05 GT-ORIG-ID         PIC X(08).                              00047400
          05 GT-OVERRIDE-CODE   PIC X(01).                              00047800
              88 GT-OVERRIDE-YES     VALUE 'Y'.                         00048200
          05 FILLER             PIC X(44).                              00048600
       FD GRDREJ                                                        00049000
            RECORDING MODE IS F.                                        00050000
       01 GRDREJ-REC.                                                   00051000
       FD TERMMST                                                       00069000
            RECORDING MODE IS F.                                        00070000
           COPY TERMMST.                                                00071000
       FD ORIGAUTH                                                      00071250
            RECORDING MODE IS F.                                        00071500
           COPY ORIGAUTH.                                               00071750
       WORKING-STORAGE SECTION.                                         00072000
       01 WS-EOF             PIC A     VALUE SPACE.                     00073000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00074000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00075000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00076000
       01 WS-ORIGAUTH-STATUS PIC X(02) VALUE SPACES.                    00076500
       01 WS-EDIT-REASON     PIC X(02) VALUE SPACES.                    00077000
           88 WS-EDIT-CLEAN         VALUE SPACES.                       00078000
       01 WS-BEFORE-IMAGE    PIC X(80) VALUE SPACES.                    00079000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              00093000
           05 WS-CNT-TOUCHED    PIC 9(07) COMP VALUE ZERO.              00094000
           05 WS-CNT-JOURNALED  PIC 9(07) COMP VALUE ZERO.              00095000
           05 WS-CNT-CLOSED-OVRD PIC 9(07) COMP VALUE ZERO.             00095500
           COPY SQLCLS.                                                 00096000
                                                                        00097000
            EXEC SQL                                                    00098000
               MOVE +16 TO RETURN-CODE                                  00150000
               GOBACK                                                   00151000
            END-IF.                                                     00152000
            OPEN INPUT ORIGAUTH.                                        00152076
            IF WS-ORIGAUTH-STATUS NOT = '00'                            00152152
               MOVE SPACES TO WS-MSG-TEXT                               00152228
               STRING 'ORIGAUTH OPEN FAILED - STATUS: '                 00152304
                      WS-ORIGAUTH-STATUS                                00152380
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     00152456
               MOVE 6 TO WS-MSG-NUM                                     00152532
               MOVE 'S' TO WS-MSG-SEV                                   00152608
               PERFORM K700-ISSUE-MSG-PARA                              00152684
               MOVE +16 TO RETURN-CODE                                  00152760
               GOBACK                                                   00152836
            END-IF.                                                     00152912
            OPEN INPUT GRDTRN.                                          00153000
            OPEN OUTPUT GRDREJ.                                         00154000
            OPEN OUTPUT GRDTOUCH.                                       00155000
            CLOSE GRADES.                                               00164000
            CLOSE CRSCAT.                                               00165000
            CLOSE TERMMST.                                              00166000
            CLOSE ORIGAUTH.                                             00166500
                                                                        00167000
            DISPLAY '===== GRDPOST CONTROL TOTALS ====='.               00168000
            DISPLAY 'POSTINGS READ            : ' WS-CNT-READ.          00169000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        00174000
            DISPLAY 'TOUCHED STUDENTS WRITTEN : ' WS-CNT-TOUCHED.       00175000
            DISPLAY 'JOURNAL RECORDS WRITTEN  : ' WS-CNT-JOURNALED.     00176000
            DISPLAY 'CLOSED TERM OVERRIDES    : ' WS-CNT-CLOSED-OVRD.   00176500
            DISPLAY '=================================='.               00177000
            DISPLAY 'REASON CODES: 01=BAD ACTION 02=NON-NUMERIC ID'.    00178000
            DISPLAY '  03=ID NOT ON STUD_STUDENT 04=BAD GRADE'.         00179000
            DISPLAY '  FOR MISSING GRADE 07=LOOKUP SQL ERROR'.          00181000
            DISPLAY '  08=COURSE NOT IN CATALOG 09=ADD FOR'.            00182000
            DISPLAY '  WITHDRAWN/GRADUATED STUDENT 10=TERM NOT ON'.     00183000
            DISPLAY '  TERM MASTER 11=TERM CLOSED 12=CLOSED TERM'.      00183660
            DISPLAY '  OVERRIDE NOT AUTHORIZED FOR ORIGINATOR'.         00184320
            DISPLAY '  13=CHANGE/DELETE OF TRANSFER CREDIT'.            00184660
                                                                        00185000
            IF WS-CNT-SQLERR > ZERO                                     00186000
               MOVE +16 TO RETURN-CODE                                  00187000
              INVALID KEY                                               00258000
                 MOVE '10' TO WS-EDIT-REASON                            00259000
              NOT INVALID KEY                                           00260000
                 IF TM-STATUS-CLOSED                                    00260500
                    PERFORM K235-CLOSED-TERM-PARA                       00261000
                 END-IF                                                 00261500
            END-READ.                                                   00262000
                                                                        00262037
       K235-CLOSED-TERM-PARA.                                           00262074
                                                                        00262111
            IF NOT GT-OVERRIDE-YES                                      00262148
               MOVE '11' TO WS-EDIT-REASON                              00262185
            ELSE                                                        00262222
               MOVE GT-ORIG-ID TO OA-ORIG-ID                            00262259
               READ ORIGAUTH                                            00262296
                 INVALID KEY                                            00262333
                    MOVE '12' TO WS-EDIT-REASON                         00262370
                 NOT INVALID KEY                                        00262407
                    IF NOT OA-OVERRIDE-ALLOWED                          00262444
                       MOVE '12' TO WS-EDIT-REASON                      00262481
                    END-IF                                              00262518
               END-READ                                                 00262555
            END-IF.                                                     00262592
            IF WS-EDIT-CLEAN                                            00262629
               ADD 1 TO WS-CNT-CLOSED-OVRD                              00262666
               MOVE SPACES TO WS-MSG-TEXT                               00262703
               STRING 'CLOSED TERM OVERRIDE ID: ' GT-STUD-ID            00262740
                      ' TERM: ' GT-TERM ' BY: ' GT-ORIG-ID              00262777
                 DELIMITED BY SIZE INTO WS-MSG-TEXT                     00262814
               MOVE 7 TO WS-MSG-NUM                                     00262851
               MOVE 'I' TO WS-MSG-SEV                                   00262888
               PERFORM K700-ISSUE-MSG-PARA                              00262925
            END-IF.                                                     00262962
                                                                        00263000
       K210-STUDENT-EDIT-PARA.                                          00264000
                                                                        00265000
            EVALUATE TRUE                                               00302000
            WHEN GT-ACTION-ADD                                          00303000
                 MOVE GT-GRADE  TO GR-GRADE                             00304000
                 MOVE SPACES    TO GR-XFER-INST                         00304250
                 MOVE SPACES    TO GR-XFER-COURSE                       00304500
                 MOVE ZERO      TO GR-XFER-CREDITS                      00304750
                 WRITE GRADES-REC                                       00305000
                   INVALID KEY                                          00306000
                      MOVE '05' TO WS-EDIT-REASON                       00307000
                   INVALID KEY                                          00316000
                      MOVE '06' TO WS-EDIT-REASON                       00317000
                   NOT INVALID KEY                                      00318000
                      IF GR-TRANSFER                                    00318730
                         MOVE '13' TO WS-EDIT-REASON                    00319460
                      ELSE                                              00320190
                         MOVE GRADES-REC TO WS-BEFORE-IMAGE             00320920
                         MOVE GT-GRADE  TO GR-GRADE                     00321650
                         REWRITE GRADES-REC                             00322380
                           INVALID KEY                                  00323110
                              MOVE '06' TO WS-EDIT-REASON               00323840
                           NOT INVALID KEY                              00324570
                              ADD 1 TO WS-CNT-CHANGE                    00325300
                              MOVE 'C' TO WS-JRNL-ACTION                00326030
                              PERFORM K600-WRITE-JRNL-PARA              00326760
                         END-REWRITE                                    00327490
                      END-IF                                            00328220
                 END-READ                                               00329000
            WHEN GT-ACTION-DELETE                                       00330000
                 READ GRADES                                            00331000
                   INVALID KEY                                          00332000
                      MOVE '06' TO WS-EDIT-REASON                       00333000
                   NOT INVALID KEY                                      00334000
                      IF GR-TRANSFER                                    00334710
                         MOVE '13' TO WS-EDIT-REASON                    00335420
                      ELSE                                              00336130
                         MOVE GRADES-REC TO WS-BEFORE-IMAGE             00336840
                         DELETE GRADES                                  00337550
                           INVALID KEY                                  00338260
                              MOVE '06' TO WS-EDIT-REASON               00338970
                           NOT INVALID KEY                              00339680
                              ADD 1 TO WS-CNT-DELETE                    00340390
                              MOVE 'D' TO WS-JRNL-ACTION                00341100
                              PERFORM K600-WRITE-JRNL-PARA              00341810
                         END-DELETE                                     00342520
                      END-IF                                            00343230
                 END-READ                                               00344000
            END-EVALUATE.                                               00345000
                                                                        00346000
