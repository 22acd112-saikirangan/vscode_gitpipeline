       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. NAMEBLD.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT NAMESEQ ASSIGN TO NAMESEQ                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-NAMESEQ-STATUS.                       00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
       FD NAMESEQ                                                       00110000
            RECORDING MODE IS F.                                        00120000
           COPY NAMEIDX.                                                00130000
       WORKING-STORAGE SECTION.                                         00140000
       01 WS-EOF             PIC A     VALUE SPACE.                     00150000
       01 WS-NAMESEQ-STATUS  PIC X(02) VALUE SPACES.                    00160000
       01 WS-DISP-ID         PIC 9(09).                                 00170000
           COPY NAMEPARM.                                               00180000
                                                                        00190000
       01 WS-CONTROL-TOTALS.                                            00200000
           05 WS-CNT-ROWS       PIC 9(07) COMP VALUE ZERO.              00210000
           05 WS-CNT-WRITTEN    PIC 9(07) COMP VALUE ZERO.              00220000
           05 WS-CNT-AS-GIVEN   PIC 9(07) COMP VALUE ZERO.              00230000
           05 WS-CNT-UNUSABLE   PIC 9(07) COMP VALUE ZERO.              00240000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              00250000
           COPY SQLCLS.                                                 00260000
                                                                        00270000
            EXEC SQL                                                    00280000
               INCLUDE SQLCA                                            00290000
            END-EXEC.                                                   00300000
                                                                        00310000
            EXEC SQL                                                    00320000
               INCLUDE STUDENT                                          00330000
            END-EXEC.                                                   00340000
                                                                        00350000
       01  DCLSTUDENT.                                                  00360000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            00370000
           10 WS-STUD-NAME             PIC X(30).                       00380000
           10 WS-STUD-DEPT             PIC X(10).                       00390000
           10 WS-STUD-STATUS           PIC X(01).                       00400000
                                                                        00410000
            EXEC SQL                                                    00420000
               DECLARE NAMECUR CURSOR FOR                               00430000
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,                    00440000
                      STUD_ENROLL_STATUS                                00450000
                 FROM STUD_STUDENT                                      00460000
                WHERE STUD_ENROLL_STATUS <> 'M'                         00465000
            END-EXEC.                                                   00470000
                                                                        00480000
       PROCEDURE DIVISION.                                              00490000
                                                                        00500000
            OPEN OUTPUT NAMESEQ.                                        00510000
            IF WS-NAMESEQ-STATUS NOT = '00'                             00520000
               DISPLAY 'NAMESEQ OPEN FAILED - STATUS: '                 00530000
                       WS-NAMESEQ-STATUS                                00540000
               MOVE +16 TO RETURN-CODE                                  00550000
               GOBACK                                                   00560000
            END-IF.                                                     00570000
                                                                        00580000
            EXEC SQL                                                    00590000
                 OPEN NAMECUR                                           00600000
            END-EXEC.                                                   00610000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                00620000
            IF NOT SQL-SUCCESS                                          00630000
               DISPLAY 'NAMECUR OPEN ERROR SQLCODE: ' SQLCODE           00640000
               ADD 1 TO WS-CNT-SQLERR                                   00650000
            ELSE                                                        00660000
               PERFORM N100-FETCH-STUDENT-PARA UNTIL WS-EOF = 'Y'       00670000
               EXEC SQL                                                 00680000
                    CLOSE NAMECUR                                       00690000
               END-EXEC                                                 00700000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              00710000
            END-IF.                                                     00720000
                                                                        00730000
            CLOSE NAMESEQ.                                              00740000
                                                                        00750000
            DISPLAY '===== NAMEBLD CONTROL TOTALS ====='.               00760000
            DISPLAY 'STUDENT ROWS READ        : ' WS-CNT-ROWS.          00770000
            DISPLAY 'INDEX RECORDS WRITTEN    : ' WS-CNT-WRITTEN.       00780000
            DISPLAY 'NAMES KEPT AS GIVEN      : ' WS-CNT-AS-GIVEN.      00790000
            DISPLAY 'NAMES NOT INDEXABLE      : ' WS-CNT-UNUSABLE.      00800000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        00810000
            DISPLAY '=================================='.               00820000
                                                                        00830000
            EVALUATE TRUE                                               00840000
            WHEN WS-CNT-SQLERR > ZERO                                   00850000
                 DISPLAY 'NAME INDEX INCOMPLETE - DO NOT LOAD'          00860000
                 MOVE +16 TO RETURN-CODE                                00870000
            WHEN WS-CNT-UNUSABLE > ZERO                                 00880000
                 MOVE +4 TO RETURN-CODE                                 00890000
            WHEN OTHER                                                  00900000
                 MOVE ZERO TO RETURN-CODE                               00910000
            END-EVALUATE.                                               00920000
                                                                        00930000
            GOBACK.                                                     00940000
                                                                        00950000
       N100-FETCH-STUDENT-PARA.                                         00960000
                                                                        00970000
            EXEC SQL                                                    00980000
                 FETCH NAMECUR                                          00990000
                   INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,      01000000
                        :WS-STUD-STATUS                                 01010000
            END-EXEC.                                                   01020000
                                                                        01030000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                01040000
            EVALUATE TRUE                                               01050000
            WHEN SQL-NOTFOUND                                           01060000
                 MOVE 'Y' TO WS-EOF                                     01070000
            WHEN SQL-SUCCESS                                            01080000
                 ADD 1 TO WS-CNT-ROWS                                   01090000
                 PERFORM N200-BUILD-ENTRY-PARA                          01100000
            WHEN OTHER                                                  01110000
                 DISPLAY 'NAMECUR FETCH ERROR SQLCODE: ' SQLCODE        01120000
                 ADD 1 TO WS-CNT-SQLERR                                 01130000
                 MOVE 'Y' TO WS-EOF                                     01140000
            END-EVALUATE.                                               01150000
                                                                        01160000
       N200-BUILD-ENTRY-PARA.                                           01170000
                                                                        01180000
            MOVE WS-STUD-ID TO WS-DISP-ID.                              01190000
            CALL 'NAMEKEY' USING WS-STUD-NAME, NAME-KEY-PARM.           01200000
            EVALUATE TRUE                                               01210000
            WHEN NK-NAME-UNUSABLE                                       01220000
                 ADD 1 TO WS-CNT-UNUSABLE                               01230000
                 DISPLAY 'NAME NOT INDEXABLE STUD-ID: ' WS-DISP-ID      01240000
                         ' NAME: ' WS-STUD-NAME                         01250000
            WHEN OTHER                                                  01260000
                 IF NK-NAME-AS-GIVEN                                    01270000
                    ADD 1 TO WS-CNT-AS-GIVEN                            01280000
                 END-IF                                                 01290000
                 MOVE SPACES         TO NAME-INDEX-REC                  01300000
                 MOVE NK-LAST-PHON   TO NX-LAST-PHON                    01310000
                 MOVE WS-DISP-ID     TO NX-STUD-ID                      01320000
                 MOVE NK-STD-NAME    TO NX-STD-NAME                     01330000
                 MOVE NK-LAST-NAME   TO NX-LAST-NAME                    01340000
                 MOVE NK-FIRST-NAME  TO NX-FIRST-NAME                   01350000
                 MOVE NK-FIRST-PHON  TO NX-FIRST-PHON                   01360000
                 MOVE WS-STUD-DEPT   TO NX-STUD-DEPT                    01370000
                 MOVE WS-STUD-STATUS TO NX-STUD-STATUS                  01380000
                 WRITE NAME-INDEX-REC                                   01390000
                 ADD 1 TO WS-CNT-WRITTEN                                01400000
            END-EVALUATE.                                               01410000
