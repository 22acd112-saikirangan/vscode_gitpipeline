       01 MSGREF-REC PIC X(132).                                        00120000
       WORKING-STORAGE SECTION.                                         00130000
       01 WS-MSG-IDX         PIC 9(03) COMP VALUE ZERO.                 00140000
       77 WS-MSG-COUNT       PIC 9(03) COMP VALUE 69.                   00150000
                                                                        00160000
       01 WS-MSG-ENTRIES.                                               00170000
          05 FILLER PIC X(70) VALUE                                     00180000
             'STUD017W GRDFILE READ WARNING - SEE FILE STATUS'.         00510000
          05 FILLER PIC X(70) VALUE                                     00520000
             'STUD018W STUD-ID NOT FOUND IN EMPFIL'.                    00530000
          05 FILLER PIC X(70) VALUE                                     00532000
             'STUD019S EMPFIL HEADER MISSING OR FEED DATE STALE'.       00534000
          05 FILLER PIC X(70) VALUE                                     00536000
             'STUD020S EMPFIL TRAILER MISSING OR OUT OF BALANCE'.       00538000
          05 FILLER PIC X(70) VALUE                                     00538660
             'STUD021S STUD-ID RANGE ON CONTROL CARD INVALID'.          00539320
          05 FILLER PIC X(70) VALUE                                     00540000
             'GRDP001S GRDFILE OPEN FAILED - POSTINGS NOT APPLIED'.     00550000
          05 FILLER PIC X(70) VALUE                                     00560000
             'GRDP004E STUDENT CHECK SQL ERROR'.                        00610000
          05 FILLER PIC X(70) VALUE                                     00620000
             'GRDP005W GRADE POSTING REJECTED - SEE REASON CODE'.       00630000
          05 FILLER PIC X(70) VALUE                                     00630200
             'GRDP006S ORIGAUTH OPEN FAILED - POSTINGS NOT APPLIED'.    00630400
          05 FILLER PIC X(70) VALUE                                     00630600
             'GRDP007I CLOSED TERM POSTING APPLIED UNDER OVERRIDE'.     00630800
          05 FILLER PIC X(70) VALUE                                     00631000
             'ADDP001E BATCH REJECTED - NO DETAILS PROCESSED'.          00631100
          05 FILLER PIC X(70) VALUE                                     00631200
             'ADDP004E BATCH TRAILER DOES NOT BALANCE'.                 00631700
          05 FILLER PIC X(70) VALUE                                     00631800
             'ADDP005W UNKNOWN RECORD TYPE ON BATCH'.                   00631900
          05 FILLER PIC X(70) VALUE                                     00631914
             'ADDP006E DUPLICATE BATCH REJECTED'.                       00631928
          05 FILLER PIC X(70) VALUE                                     00631942
             'ADDP007W NO BATCH RECEIVED FOR AN EXPECTED DATE'.         00631956
          05 FILLER PIC X(70) VALUE                                     00631970
             'ADDP008W GAP CHECK LIMITED TO LAST 31 DAYS'.              00631984
          05 FILLER PIC X(70) VALUE                                     00632000
             'PAIR001W PAIR REJECTED - SEE REASON CODE'.                00632100
          05 FILLER PIC X(70) VALUE                                     00632200
             'EMPD001S EMPFIL OPEN FAILED - DELTA NOT BUILT'.           00633900
          05 FILLER PIC X(70) VALUE                                     00634000
             'EMPD002E EMPFIL READ FAILED - DELTA INCOMPLETE'.          00634100
          05 FILLER PIC X(70) VALUE                                     00634120
             'EMPD003S EMPFIL HEADER MISSING OR FEED DATE STALE'.       00634140
          05 FILLER PIC X(70) VALUE                                     00634160
             'EMPD004S EMPFIL TRAILER MISSING OR OUT OF BALANCE'.       00634180
          05 FILLER PIC X(70) VALUE                                     00634200
             'CYCL001S NO RUN STATISTICS - CYCLE CANNOT BALANCE'.       00634300
          05 FILLER PIC X(70) VALUE                                     00634400
             'CYCL002E RUNSTAT OPEN FAILED'.                            00634500
          05 FILLER PIC X(70) VALUE                                     00634600
             'CYCL003E CYCLE BALANCING RULE OUT OF BALANCE'.            00634700
          05 FILLER PIC X(70) VALUE                                     00635280
             'PART001S PARTITION COUNT ON CONTROL CARD INVALID'.        00635860
          05 FILLER PIC X(70) VALUE                                     00636440
             'PART002S PARTITION RUN STATISTICS MISSING OR STALE'.      00637020
          05 FILLER PIC X(70) VALUE                                     00637600
             'PART003S PARTITION OUT OF BALANCE - NOT MERGED'.          00638180
          05 FILLER PIC X(70) VALUE                                     00638760
             'PART004S PARTITIONS DO NOT COVER THE EMPFIL FEED'.        00639340
          05 FILLER PIC X(70) VALUE                                     00639378
             'CYCS001S SNAPSHOT SOURCE FILE OPEN FAILED'.               00639416
          05 FILLER PIC X(70) VALUE                                     00639454
             'CYCS002S STUD_STUDENT SNAPSHOT UNLOAD FAILED'.            00639492
          05 FILLER PIC X(70) VALUE                                     00639530
             'CYCS003S SNAPSHOT INCOMPLETE - NO BACKOUT POSSIBLE'.      00639568
          05 FILLER PIC X(70) VALUE                                     00639606
             'CYCB001S BACKOUT CONTROL CARD INVALID'.                   00639644
          05 FILLER PIC X(70) VALUE                                     00639682
             'CYCB002S NO COMPLETE SNAPSHOT FOR THE BACKOUT DATE'.      00639720
          05 FILLER PIC X(70) VALUE                                     00639758
             'CYCB003S CYCLE DATE IS NOT THE BACKOUT DATE OR NEXT DAY'. 00639796
          05 FILLER PIC X(70) VALUE                                     00639834
             'CYCB004S CYCLE LOCK NOT AVAILABLE TO THE BACKOUT'.        00639872
          05 FILLER PIC X(70) VALUE                                     00639910
             'CYCB005S STUDENT TABLE REVERSAL FAILED - ROLLED BACK'.    00639948
          05 FILLER PIC X(70) VALUE                                     00639955
             'CYCB006S EMPFPRV COMPARE FILE OPEN FAILED'.               00639962
          05 FILLER PIC X(70) VALUE                                     00639969
             'CYCB007S SNAPSHOT EMPFPRV COPY DOES NOT MATCH CONTROL'.   00639976
          05 FILLER PIC X(70) VALUE                                     00639983
             'CYCB008S EMPFPRV(0) EMPTY - DELETE RERUN GENERATIONS'.    00639990
          05 FILLER PIC X(70) VALUE                                     00640000
             'SEVERITY: I=INFORMATION W=WARNING E=ERROR S=SEVERE'.      00650000
          05 FILLER PIC X(70) VALUE                                     00660000
             'E AND S MESSAGES ALSO LAND ON THE CYCPROB PROBLEM LOG'.   00670000
       01 WS-MSG-TABLE REDEFINES WS-MSG-ENTRIES.                        00680000
          05 WS-MSG-LINE OCCURS 69 TIMES PIC X(70).                     00690000
                                                                        00700000
       01 WS-HDR1.                                                      00710000
          05 FILLER      PIC X(45) VALUE                                00720000
