          05 DX-STUD-NAME     PIC X(30).                                00140000
          05 DX-STUD-DEPT     PIC X(10).                                00150000
          05 DX-ENROLL-STATUS PIC X(01).                                00160000
          05 DX-PROG-TYPE     PIC X(01).                                00164000
          05 FILLER           PIC X(39).                                00168000
       FD DEPTMST                                                       00172000
            RECORDING MODE IS F.                                        00174000
           COPY DEPTMST.                                                00176000
       WORKING-STORAGE SECTION.                                         00180000
       01 WS-EOF             PIC A     VALUE SPACE.                     00190000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00195000
       01 WS-PARM-CARD.                                                 00196300
          05 WS-DEPT-FILTER     PIC X(10).                              00197600
          05 FILLER             PIC X(01).                              00198900
          05 WS-PARM-BASIS      PIC X(01).                              00200200
              88 WS-BASIS-HOME       VALUE SPACE.                       00201500
              88 WS-BASIS-VALID      VALUE SPACE 'P' 'S' 'M' 'A'.       00202800
          05 FILLER             PIC X(68).                              00204100
       01 WS-CURSOR-FILTER   PIC X(10) VALUE SPACES.                    00205400
       01 WS-DECL-IDX        PIC 9(02) COMP VALUE ZERO.                 00206700
       01 WS-STUD-ID-X       PIC 9(09) VALUE ZERO.                      00208000
       77 WS-EXTRACT-CNT     PIC 9(07) COMP VALUE ZERO.                 00210000
       77 WS-SUPPRESS-CNT    PIC 9(07) COMP VALUE ZERO.                 00210500
       77 WS-UNDECL-CNT      PIC 9(07) COMP VALUE ZERO.                 00210660
       77 WS-POSERR-CNT      PIC 9(07) COMP VALUE ZERO.                 00210820
       77 WS-STUD-START-CNT  PIC 9(07) COMP VALUE ZERO.                 00210910
       77 WS-RETRY-LIMIT     PIC 9(02) COMP VALUE 3.                    00211000
       77 WS-RETRY-PAUSE     PIC 9(03) COMP VALUE 5.                    00212000
       01 WS-RETRY-CNT       PIC 9(02) COMP VALUE ZERO.                 00213000
           10 WS-STUD-NAME             PIC X(30).                       00330000
           10 WS-STUD-DEPT             PIC X(10).                       00340000
           10 WS-STUD-STATUS           PIC X(01).                       00350000
           10 WS-PRIVACY-FLAG          PIC X(01).                       00353300
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       00356600
                                                                        00360000
           COPY SQLCLS.                                                 00355000
           COPY PRIVPARM.                                               00362500
           COPY POSPARM.                                                00366200
            EXEC SQL                                                    00370000
               DECLARE DEPTCUR CURSOR FOR                               00380000
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,                    00390000
                      STUD_ENROLL_STATUS, PRIVACY_FLAG,                 00396600
                      PRIVACY_EFF_DT                                    00403200
                 FROM STUD_STUDENT                                      00410000
                WHERE STUD_DEPT = :WS-CURSOR-FILTER                     00420000
                   OR :WS-CURSOR-FILTER = SPACES                        00430000
                ORDER BY STUD_DEPT, STUD_NAME                           00440000
            END-EXEC.                                                   00450000
                                                                        00460000
       PROCEDURE DIVISION.                                              00470000
                                                                        00480000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             00481800
            IF NOT WS-BASIS-VALID                                       00483600
               DISPLAY 'INVALID PROGRAM BASIS ON CONTROL CARD: '        00485400
                       WS-PARM-BASIS                                    00487200
               MOVE +8 TO RETURN-CODE                                   00489000
               GOBACK                                                   00490800
            END-IF.                                                     00492600
            MOVE FUNCTION CURRENT-DATE(1:8) TO PV-AS-OF-DATE.           00495000
                                                                        00500000
            IF WS-DEPT-FILTER NOT = SPACES                              00500100
               OPEN INPUT DEPTMST                                       00500200
               CLOSE DEPTMST                                            00501400
            END-IF.                                                     00501500
                                                                        00501600
            IF WS-BASIS-HOME                                            00502200
               MOVE WS-DEPT-FILTER TO WS-CURSOR-FILTER                  00502800
            ELSE                                                        00503400
               MOVE SPACES TO WS-CURSOR-FILTER                          00504000
               MOVE 'O' TO PL-FUNCTION                                  00504600
               CALL 'POSLKUP' USING POS-LOOKUP-PARM                     00505200
               IF NOT PL-OK                                             00505800
                  DISPLAY 'PROGRAM OF STUDY FILE UNAVAILABLE'           00506400
                  MOVE +16 TO RETURN-CODE                               00507000
                  GOBACK                                                00507600
               END-IF                                                   00508200
               MOVE WS-PARM-BASIS TO PL-SELECT                          00508800
            END-IF.                                                     00509400
                                                                        00509700
            OPEN OUTPUT DEPTEXT.                                        00510000
                                                                        00520000
            EXEC SQL                                                    00530000
            END-EXEC.                                                   00660000
                                                                        00670000
            CLOSE DEPTEXT.                                              00680000
            IF NOT WS-BASIS-HOME                                        00682000
               MOVE 'C' TO PL-FUNCTION                                  00684000
               CALL 'POSLKUP' USING POS-LOOKUP-PARM                     00686000
            END-IF.                                                     00688000
                                                                        00690000
            DISPLAY 'RECORDS EXTRACTED: ' WS-EXTRACT-CNT.               00700000
            DISPLAY 'PRIVACY BLOCKED - SUPPRESSED: ' WS-SUPPRESS-CNT.   00700500
            IF NOT WS-BASIS-HOME                                        00700555
               DISPLAY 'PROGRAM BASIS: ' WS-PARM-BASIS                  00700610
               DISPLAY 'NO MATCHING DECLARED PROGRAM: ' WS-UNDECL-CNT   00700665
               DISPLAY 'PROGRAM LOOKUP ERRORS: ' WS-POSERR-CNT          00700720
               IF WS-POSERR-CNT > ZERO                                  00700775
                  MOVE +16 TO RETURN-CODE                               00700830
               END-IF                                                   00700885
            END-IF.                                                     00700940
            IF WS-CNT-RETRIES > ZERO                                    00701000
               DISPLAY 'DEADLOCK RETRIES TAKEN: ' WS-CNT-RETRIES        00702000
            END-IF.                                                     00703000
             EXEC SQL                                                   00915000
                  FETCH DEPTCUR                                         00916000
                    INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,     00917000
                         :WS-STUD-STATUS, :WS-PRIVACY-FLAG,             00917660
                         :WS-PRIVACY-EFF-DATE                           00918320
             END-EXEC.                                                  00919000
                                                                        00919100
             CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.               00919200
                                                                        00920000
       A110-WRITE-PARA.                                                 00930000
                                                                        00940000
             MOVE WS-PRIVACY-FLAG     TO PV-PRIVACY-FLAG.               00940710
             MOVE WS-PRIVACY-EFF-DATE TO PV-PRIVACY-EFF-DATE.           00941420
             CALL 'PRIVCHK' USING PRIV-CHECK-PARM.                      00942130
             IF PV-SUPPRESS                                             00942840
                ADD 1 TO WS-SUPPRESS-CNT                                00943550
             ELSE                                                       00944260
                IF WS-BASIS-HOME                                        00944358
                   MOVE WS-STUD-ID     TO DX-STUD-ID                    00944456
                   MOVE WS-STUD-NAME   TO DX-STUD-NAME                  00944554
                   MOVE WS-STUD-DEPT   TO DX-STUD-DEPT                  00944652
                   MOVE WS-STUD-STATUS TO DX-ENROLL-STATUS              00944750
                   MOVE SPACE          TO DX-PROG-TYPE                  00944848
                   WRITE DEPTEXT-REC                                    00944946
                   ADD 1 TO WS-EXTRACT-CNT                              00945044
                ELSE                                                    00945142
                   PERFORM A120-PROGRAM-EXTRACT-PARA                    00945240
                END-IF                                                  00945338
             END-IF.                                                    00945436
                                                                        00945534
       A120-PROGRAM-EXTRACT-PARA.                                       00945632
                                                                        00945730
             MOVE WS-STUD-ID   TO WS-STUD-ID-X.                         00945828
             MOVE WS-STUD-ID-X TO PL-STUD-ID.                           00945926
             MOVE 'L' TO PL-FUNCTION.                                   00946024
             CALL 'POSLKUP' USING POS-LOOKUP-PARM.                      00946122
             IF NOT PL-OK                                               00946220
                ADD 1 TO WS-POSERR-CNT                                  00946318
             END-IF.                                                    00946416
             MOVE ZERO TO WS-DECL-IDX.                                  00946514
             MOVE WS-EXTRACT-CNT TO WS-STUD-START-CNT.                  00946563
             PERFORM A125-WRITE-DECL-PARA PL-COUNT TIMES.               00946612
             IF WS-EXTRACT-CNT = WS-STUD-START-CNT                      00946636
                ADD 1 TO WS-UNDECL-CNT                                  00946660
             END-IF.                                                    00946684
                                                                        00946710
       A125-WRITE-DECL-PARA.                                            00946808
                                                                        00946906
             ADD 1 TO WS-DECL-IDX.                                      00947004
             IF WS-DEPT-FILTER = SPACES                                 00947102
                OR PL-DEPT(WS-DECL-IDX) = WS-DEPT-FILTER                00947200
                MOVE WS-STUD-ID                TO DX-STUD-ID            00947298
                MOVE WS-STUD-NAME              TO DX-STUD-NAME          00947396
                MOVE PL-DEPT(WS-DECL-IDX)      TO DX-STUD-DEPT          00947494
                MOVE WS-STUD-STATUS            TO DX-ENROLL-STATUS      00947592
                MOVE PL-PROG-TYPE(WS-DECL-IDX) TO DX-PROG-TYPE          00947690
                WRITE DEPTEXT-REC                                       00947810
                ADD 1 TO WS-EXTRACT-CNT                                 00948520
             END-IF.                                                    00949230
