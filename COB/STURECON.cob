                 MOVE 'Y' TO WS-FILE-EOF                                01720000
                 MOVE WS-ID-SENTINEL TO WS-FILE-ID-N                    01730000
              NOT AT END                                                01740000
                 IF NOT EM-CONTROL-REC                                  01747700
                    ADD 1 TO WS-CNT-FILE-READ                           01755400
                    IF EM-STUD-ID IS NUMERIC                            01763100
                       COMPUTE WS-FILE-ID-N =                           01770800
                               FUNCTION NUMVAL(EM-STUD-ID)              01778500
                       MOVE EM-STUD-NAME TO WS-FILE-NAME-HOLD           01786200
                       MOVE EM-STUD-DEPT TO WS-FILE-DEPT-HOLD           01793900
                       MOVE EM-ENROLL-STATUS TO WS-FILE-STAT-HOLD       01801600
                       MOVE EM-STUD-ID   TO WS-FILE-ID-HOLD             01809300
                       MOVE 'Y' TO WS-FILE-GOT-FLAG                     01817000
                    ELSE                                                01824700
                       ADD 1 TO WS-CNT-FILE-INVAL                       01832400
                       MOVE EM-STUD-ID TO DET-STUD-ID                   01840100
                       MOVE 'INVALID FILE ID' TO DET-DISPOSITION        01847800
                       MOVE SPACES TO DET-DETAIL                        01855500
                       PERFORM B600-WRITE-DETAIL-PARA                   01863200
                    END-IF                                              01870900
                 END-IF                                                 01880000
            END-READ.                                                   01890000
            IF WS-FILE-EOF NOT = 'Y'                                    01892000
