          05 SA-STUD-DEPT       PIC X(10).                              00410000
          05 SA-STUD-STATUS     PIC X(01).                              00420000
          05 SA-STATUS-EFF-DT   PIC X(08).                              00430000
          05 SA-ENTRY-TERM      PIC X(05).                              00434000
          05 SA-ARCH-DATE       PIC X(08).                              00436000
          05 SA-ANON-DATE       PIC X(08).                              00438000
          05 FILLER             PIC X(01).                              00440000
       FD GRDJRNL                                                       00442000
            RECORDING MODE IS F.                                        00444000
           COPY JRNLREC.                                                00446000
       01 WS-JRNL-KEY        PIC X(24) VALUE SPACES.                    00574000
       01 WS-BEFORE-IMAGE    PIC X(80) VALUE SPACES.                    00576000
       01 WS-CNT-JOURNALED   PIC 9(07) COMP VALUE ZERO.                 00578000
       01 WS-JRNL-ACTION     PIC X(01) VALUE 'D'.                       00578330
       01 WS-AFTER-IMAGE     PIC X(80) VALUE SPACES.                    00578660
       01 WS-HASH-ID         PIC 9(09) VALUE ZERO.                      00578990
       01 WS-ARCH-HASH       PIC 9(15) COMP VALUE ZERO.                 00579320
       01 WS-CNT-EMP-DELETED PIC 9(07) COMP VALUE ZERO.                 00579650
                                                                        00580000
       01 WS-CONTROL-TOTALS.                                            00590000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00600000
           10 WS-STUD-DEPT             PIC X(10).                       00800000
           10 WS-STUD-STATUS           PIC X(01).                       00810000
           10 WS-STATUS-EFF-DATE       PIC X(08).                       00820000
           10 WS-ENTRY-TERM            PIC X(05).                       00825000
                                                                        00830000
       PROCEDURE DIVISION.                                              00840000
                                                                        00850000
              INVALID KEY MOVE 'Y' TO WS-EOF                            01220000
            END-START.                                                  01230000
            PERFORM D100-READ-EMPFIL-PARA UNTIL WS-EOF = 'Y'.           01240000
            IF WS-CNT-EMP-DELETED > ZERO                                01242500
               PERFORM D800-ADJUST-TRAILER-PARA                         01245000
            END-IF.                                                     01247500
                                                                        01250000
            IF WS-CNT-SQLERR = ZERO AND WS-CNT-ARCHIVED > ZERO          01260000
               PERFORM D600-COMMIT-PARA                                 01270000
            READ EMPFIL NEXT                                            01550000
              AT END MOVE 'Y' TO WS-EOF                                 01560000
              NOT AT END                                                01570000
                 IF NOT EM-CONTROL-REC                                  01577100
                    ADD 1 TO WS-CNT-READ                                01584200
                    IF EM-ENROLL-STATUS = 'G'                           01591300
                       ADD 1 TO WS-CNT-GRADS                            01598400
                       PERFORM D200-CHECK-GRADUATE-PARA                 01605500
                    END-IF                                              01612600
                 END-IF                                                 01620000
            END-READ.                                                   01630000
            IF WS-EOF NOT = 'Y'                                         01640000
                                                                        01980000
            EXEC SQL                                                    01990000
                 SELECT  STUD_ID, STUD_NAME, STUD_DEPT,                 02000000
                         STUD_ENROLL_STATUS, STATUS_EFF_DT,             02006600
                         ENTRY_TERM                                     02013200
                   INTO  :WS-STUD-ID, :WS-STUD-NAME,                    02020000
                         :WS-STUD-DEPT, :WS-STUD-STATUS,                02030000
                         :WS-STATUS-EFF-DATE, :WS-ENTRY-TERM            02040000
                FROM STUD_STUDENT                                       02050000
                WHERE STUD_ID = :WS-STUD-ID                             02060000
            END-EXEC.                                                   02070000
            WRITE EMPARCH-REC FROM EMPFIL-REC.                          02130000
            MOVE EM-STUD-ID TO WS-HOLD-STUD-ID.                         02140000
                                                                        02160000
            MOVE SPACES             TO STUARCHF-REC.                    02165000
            MOVE WS-STUD-ID         TO SA-STUD-ID.                      02170000
            MOVE WS-STUD-NAME       TO SA-STUD-NAME.                    02180000
            MOVE WS-STUD-DEPT       TO SA-STUD-DEPT.                    02190000
            MOVE WS-STUD-STATUS     TO SA-STUD-STATUS.                  02200000
            MOVE WS-STATUS-EFF-DATE TO SA-STATUS-EFF-DT.                02210000
            MOVE WS-ENTRY-TERM      TO SA-ENTRY-TERM.                   02215000
            MOVE WS-CURR-DATE-N     TO SA-ARCH-DATE.                    02217500
            WRITE STUARCHF-REC.                                         02220000
                                                                        02230000
            PERFORM D500-DELETE-ROW-PARA.                               02240000
                    MOVE SPACES TO WS-JRNL-KEY                          02295000
                    MOVE WS-HOLD-STUD-ID TO WS-JRNL-KEY                 02296000
                    PERFORM D700-WRITE-JRNL-PARA                        02297000
                    ADD 1 TO WS-CNT-EMP-DELETED                         02297750
                    MOVE WS-HOLD-STUD-ID TO WS-HASH-ID                  02298500
                    ADD WS-HASH-ID TO WS-ARCH-HASH                      02299250
               END-DELETE                                               02300000
               ADD 1 TO WS-CNT-ARCHIVED                                 02310000
               DISPLAY 'ARCHIVED STUDENT: ' WS-HOLD-STUD-ID             02320000
       D700-WRITE-JRNL-PARA.                                            03000000
                                                                        03010000
            MOVE WS-JRNL-FILE TO JR-FILE-ID.                            03020000
            MOVE WS-JRNL-ACTION TO JR-ACTION.                           03030000
            MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.                 03040000
            MOVE WS-JRNL-KEY TO JR-KEY.                                 03050000
            MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.                    03060000
            MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE.                      03070000
            WRITE JRNL-REC.                                             03080000
            ADD 1 TO WS-CNT-JOURNALED.                                  03090000
                                                                        03095000
       D800-ADJUST-TRAILER-PARA.                                        03100000
                                                                        03110000
            MOVE '999999999' TO EM-STUD-ID.                             03120000
            READ EMPFIL KEY IS EM-STUD-ID                               03130000
              INVALID KEY                                               03140000
                 DISPLAY 'EMPFIL TRAILER NOT FOUND - NOT ADJUSTED'      03150000
              NOT INVALID KEY                                           03160000
                 MOVE EMPFIL-REC TO WS-BEFORE-IMAGE                     03170000
                 SUBTRACT WS-CNT-EMP-DELETED FROM EM-TRL-COUNT          03180000
                 SUBTRACT WS-ARCH-HASH FROM EM-TRL-HASH                 03190000
                 REWRITE EMPFIL-REC                                     03200000
                   INVALID KEY                                          03210000
                      DISPLAY 'EMPFIL TRAILER REWRITE FAILED - STATUS: '03220000
                              WS-EMPFIL-STATUS                          03230000
                   NOT INVALID KEY                                      03240000
                      MOVE 'EMPFILE ' TO WS-JRNL-FILE                   03250000
                      MOVE SPACES TO WS-JRNL-KEY                        03260000
                      MOVE EM-STUD-ID TO WS-JRNL-KEY                    03270000
                      MOVE 'C' TO WS-JRNL-ACTION                        03280000
                      MOVE EMPFIL-REC TO WS-AFTER-IMAGE                 03290000
                      PERFORM D700-WRITE-JRNL-PARA                      03300000
                      MOVE 'D' TO WS-JRNL-ACTION                        03310000
                      MOVE SPACES TO WS-AFTER-IMAGE                     03320000
                      DISPLAY 'EMPFIL TRAILER ADJUSTED - COUNT: '       03330000
                              EM-TRL-COUNT                              03340000
                 END-REWRITE                                            03350000
            END-READ.                                                   03360000
