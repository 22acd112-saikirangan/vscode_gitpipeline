          05 SA-STUD-DEPT       PIC X(10).                              00440000
          05 SA-STUD-STATUS     PIC X(01).                              00450000
          05 SA-STATUS-EFF-DT   PIC X(08).                              00460000
          05 SA-ENTRY-TERM      PIC X(05).                              00466600
          05 SA-ARCH-DATE       PIC X(08).                              00469900
          05 SA-ANON-DATE       PIC X(08).                              00473200
          05 FILLER             PIC X(01).                              00476500
       FD EMPFIL                                                        00480000
            RECORDING MODE IS F.                                        00490000
           COPY EMPFREC.                                                00500000
          05 FILLER           PIC X(01).                                00650000
          05 WS-REQ-STUD-ID   PIC X(09).                                00660000
          05 FILLER           PIC X(69).                                00670000
       01 WS-HASH-ID         PIC 9(09) VALUE ZERO.                      00673300
       01 WS-RSTR-HASH       PIC 9(15) COMP VALUE ZERO.                 00676600
       01 WS-ANON-SW         PIC X(01) VALUE 'N'.                       00677450
           88 WS-STUD-ANONYMIZED    VALUE 'Y'.                          00678300
       01 WS-ANON-DATE       PIC X(08) VALUE SPACES.                    00679150
                                                                        00680000
       01 WS-CONTROL-TOTALS.                                            00690000
           05 WS-CNT-EMP-RSTR   PIC 9(07) COMP VALUE ZERO.              00700000
           10 WS-STUD-DEPT             PIC X(10).                       00880000
           10 WS-STUD-STATUS           PIC X(01).                       00890000
           10 WS-STATUS-EFF-DATE       PIC X(08).                       00900000
           10 WS-ENTRY-TERM            PIC X(05).                       00905000
                                                                        00910000
       01 WS-HDR1.                                                      00920000
          05 FILLER      PIC X(45) VALUE                                00930000
          05 PL-NAME     PIC X(30).                                     01010000
          05 FILLER      PIC X(07) VALUE ' DEPT: '.                     01020000
          05 PL-DEPT     PIC X(10).                                     01030000
          05 FILLER      PIC X(02) VALUE SPACES.                        01033300
          05 PL-ANON-NOTE.                                              01036600
             10 PL-ANON-LIT PIC X(11).                                  01039900
             10 PL-ANON-DATE PIC X(08).                                 01043200
          05 FILLER      PIC X(44) VALUE SPACES.                        01046500
                                                                        01050000
       01 WS-DETAIL-LINE.                                               01060000
          05 FILLER          PIC X(02) VALUE SPACES.                    01070000
                                                                        01600000
       R100-RESTORE-PARA.                                               01610000
                                                                        01620000
            PERFORM R050-CHECK-ANON-PARA.                               01621200
            IF WS-STUD-ANONYMIZED                                       01622400
               DISPLAY 'STUDENT WAS ANONYMIZED ON ' WS-ANON-DATE        01623600
                       ' - RESTORE REFUSED: ' WS-REQ-STUD-ID            01624800
               MOVE +8 TO RETURN-CODE                                   01626000
               GOBACK                                                   01627200
            END-IF.                                                     01628400
                                                                        01629200
            OPEN I-O EMPFIL.                                            01630000
            IF WS-EMPFIL-STATUS NOT = '00'                              01640000
               DISPLAY 'EMPFIL OPEN FAILED - STATUS: '                  01650000
            MOVE SPACE TO WS-EOF.                                       01790000
            PERFORM R200-RESTORE-EMPFIL-PARA UNTIL WS-EOF = 'Y'.        01800000
            CLOSE EMPARCH.                                              01810000
            IF WS-CNT-EMP-RSTR > ZERO                                   01812500
               PERFORM R250-ADJUST-TRAILER-PARA                         01815000
            END-IF.                                                     01817500
                                                                        01820000
            OPEN INPUT GRDARCH.                                         01830000
            MOVE SPACE TO WS-EOF.                                       01840000
            CLOSE EMPFIL.                                               01970000
            CLOSE GRADES.                                               01980000
                                                                        01990000
       R050-CHECK-ANON-PARA.                                            01990520
                                                                        01991040
            OPEN INPUT STUARCHF.                                        01991560
            MOVE SPACE TO WS-EOF.                                       01992080
            PERFORM R060-READ-ANON-PARA UNTIL WS-EOF = 'Y'.             01992600
            CLOSE STUARCHF.                                             01993120
                                                                        01993640
       R060-READ-ANON-PARA.                                             01994160
                                                                        01994680
            READ STUARCHF                                               01995200
              AT END MOVE 'Y' TO WS-EOF                                 01995720
              NOT AT END                                                01996240
                 IF SA-STUD-ID = FUNCTION NUMVAL(WS-REQ-STUD-ID)        01996760
                    AND SA-ANON-DATE IS NUMERIC                         01997280
                    MOVE 'Y' TO WS-ANON-SW                              01997800
                    MOVE SA-ANON-DATE TO WS-ANON-DATE                   01998320
                 END-IF                                                 01998840
            END-READ.                                                   01999360
                                                                        01999680
       R200-RESTORE-EMPFIL-PARA.                                        02000000
                                                                        02010000
            READ EMPARCH                                                02020000
                                 EA-STUD-ID                             02100000
                      NOT INVALID KEY                                   02110000
                         ADD 1 TO WS-CNT-EMP-RSTR                       02120000
                         MOVE EA-STUD-ID TO WS-HASH-ID                  02123300
                         ADD WS-HASH-ID TO WS-RSTR-HASH                 02126600
                    END-WRITE                                           02130000
                 END-IF                                                 02140000
            END-READ.                                                   02150000
                                                                        02150310
       R250-ADJUST-TRAILER-PARA.                                        02150620
                                                                        02151240
            MOVE '999999999' TO EM-STUD-ID.                             02151860
            READ EMPFIL                                                 02152480
              INVALID KEY                                               02153100
                 DISPLAY 'EMPFIL TRAILER NOT FOUND - NOT ADJUSTED'      02153720
              NOT INVALID KEY                                           02154340
                 ADD WS-CNT-EMP-RSTR TO EM-TRL-COUNT                    02154960
                 ADD WS-RSTR-HASH TO EM-TRL-HASH                        02155580
                 REWRITE EMPFIL-REC                                     02156200
                   INVALID KEY                                          02156820
                      DISPLAY 'EMPFIL TRAILER REWRITE FAILED - STATUS: '02157440
                              WS-EMPFIL-STATUS                          02158060
                 END-REWRITE                                            02158680
            END-READ.                                                   02159300
                                                                        02160000
       R300-RESTORE-GRADES-PARA.                                        02170000
                                                                        02180000
                    MOVE SA-STUD-DEPT       TO WS-STUD-DEPT             02420000
                    MOVE SA-STUD-STATUS     TO WS-STUD-STATUS           02430000
                    MOVE SA-STATUS-EFF-DT   TO WS-STATUS-EFF-DATE       02440000
                    MOVE SA-ENTRY-TERM      TO WS-ENTRY-TERM            02445000
                    PERFORM R410-INSERT-ROW-PARA                        02450000
                 END-IF                                                 02460000
            END-READ.                                                   02470000
            EXEC SQL                                                    02510000
                 INSERT INTO STUD_STUDENT                               02520000
                        (STUD_ID, STUD_NAME, STUD_DEPT,                 02530000
                         STUD_ENROLL_STATUS, STATUS_EFF_DT,             02536600
                         ENTRY_TERM)                                    02543200
                 VALUES (:WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,     02550000
                         :WS-STUD-STATUS, :WS-STATUS-EFF-DATE,          02556600
                         :WS-ENTRY-TERM)                                02563200
            END-EXEC.                                                   02570000
                                                                        02580000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                02590000
                    MOVE SA-STUD-ID   TO PL-STUD-ID                     03070000
                    MOVE SA-STUD-NAME TO PL-NAME                        03080000
                    MOVE SA-STUD-DEPT TO PL-DEPT                        03090000
                    IF SA-ANON-DATE IS NUMERIC                          03091400
                       MOVE 'ANONYMIZED ' TO PL-ANON-LIT                03092800
                       MOVE SA-ANON-DATE  TO PL-ANON-DATE               03094200
                    ELSE                                                03095600
                       MOVE SPACES TO PL-ANON-NOTE                      03097000
                    END-IF                                              03098400
                    WRITE RSTRRPT-REC FROM WS-STUD-LINE                 03100000
                       AFTER ADVANCING 2 LINES                          03110000
                    ADD 1 TO WS-CNT-PRINTED                             03120000
