       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PRIVCHK.                                             00020000
       DATA DIVISION.                                                   00030000
       LINKAGE SECTION.                                                 00040000
           COPY PRIVPARM.                                               00050000
       PROCEDURE DIVISION USING PRIV-CHECK-PARM.                        00060000
       MAIN-ROUTINE.                                                    00070000
            MOVE 'N' TO PV-RESULT.                                      00080000
            EVALUATE TRUE                                               00090000
            WHEN PV-PRIVACY-FLAG = 'Y'                                  00100000
             AND PV-PRIVACY-EFF-DATE NOT > PV-AS-OF-DATE                00110000
                 MOVE 'Y' TO PV-RESULT                                  00120000
            WHEN PV-PRIVACY-FLAG = 'N'                                  00130000
             AND PV-PRIVACY-EFF-DATE NOT = SPACES                       00140000
             AND PV-PRIVACY-EFF-DATE > PV-AS-OF-DATE                    00150000
                 MOVE 'Y' TO PV-RESULT                                  00160000
            WHEN OTHER                                                  00170000
                 CONTINUE                                               00180000
            END-EVALUATE.                                               00190000
            GOBACK.                                                     00200000
