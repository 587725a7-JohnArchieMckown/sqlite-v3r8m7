004200* that does not balance to its own trailer, or a bad range        00004200
004300* card ends the job RC=16 with nothing trusted downstream.        00004300
004400*                                                                 00004400
004420* PARM value is 1 optional field: DBPATH, the data base the       00004420
004440* step leaves its STEP_METRICS row (records read) in for the      00004440
004460* TESTCB45 batch-window report; without it no row is written.     00004460
004480*                                                                 00004480
004500 ENVIRONMENT DIVISION.                                            00004500
004600 CONFIGURATION SECTION.                                           00004600
004700 SOURCE-COMPUTER. IBM-370.                                        00004700
009600 01  PART4-RECORD               PIC X(80).                        00009600
009700*                                                                 00009700
009800 WORKING-STORAGE SECTION.                                         00009800
009801 COPY COBSQLTE .                                                  00009801
009802 01  LE-FC.                                                       00009802
009803     02  CONDITION-TOKEN-VALUE.                                   00009803
009804     COPY  CEEIGZCT.                                              00009804
009805         03  CASE-1-CONDITION-ID.                                 00009805
009806             04  SEVERITY    PIC S9(4) BINARY.                    00009806
009807             04  MSG-NO      PIC S9(4) BINARY.                    00009807
009808         03  CASE-2-CONDITION-ID                                  00009808
009809                   REDEFINES CASE-1-CONDITION-ID.                 00009809
009810             04  CLASS-CODE  PIC S9(4) BINARY.                    00009810
009811             04  CAUSE-CODE  PIC S9(4) BINARY.                    00009811
009812         03  CASE-SEV-CTL    PIC X.                               00009812
009813         03  FACILITY-ID     PIC XXX.                             00009813
009814     02  I-S-INFO            PIC S9(9) BINARY.                    00009814
009815*                                                                 00009815
009816* The STEP_METRICS row this step leaves for the TESTCB45          00009816
009817* batch-window report: the CEEGMT start and end seconds, the      00009817
009818* rows the step processed, its business date and return code,     00009818
009819* and the data base the row goes into (LOW-VALUES when there      00009819
009820* is none, and then no row is written).                           00009820
009821*                                                                 00009821
009822 77  LS-METRICS-DB           USAGE IS POINTER.                    00009822
009823 77  LS-METRICS-STMT         USAGE IS POINTER.                    00009823
009824 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00009824
009825 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00009825
009826 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00009826
009827 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00009827
009828 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00009828
009829        VALUE IS -1.                                              00009829
009830 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00009830
009831        VALUE IS 5000.                                            00009831
009832 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00009832
009833 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00009833
009834 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00009834
009835 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00009835
009836 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00009836
009837        VALUE IS ZERO.                                            00009837
009838 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00009838
009839 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00009839
009840        VALUE IS 1.                                               00009840
009841 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00009841
009842        VALUE IS 8.                                               00009842
009843 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00009843
009844 77  WS-METRICS-JOB          PIC X(8).                            00009844
009845 77  WS-METRICS-STEP         PIC X(8)                             00009845
009846        VALUE IS 'TESTCB29'.                                      00009846
009847 77  WS-METRICS-DATE         PIC X(8)                             00009847
009848        VALUE IS SPACES.                                          00009848
009849 77  WS-METRICS-DBPATH       PIC X(320)                           00009849
009850        VALUE IS LOW-VALUES.                                      00009850
009851 77  WS-METRICS-SQL          PIC X(255).                          00009851
009852 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00009852
009853 77  WS-PARM-DBPATH          PIC X(255).                          00009853
009854 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00009854
009900*                                                                 00009900
010000* The partition ranges from SYSIN, in partition order, and        00010000
010100* the per-partition control totals for the generated              00010100
015900 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00015900
016000 77  WS-HASH-DISPLAY         PIC 9(11).99.                        00016000
016100*                                                                 00016100
016106 LINKAGE SECTION.                                                 00016106
016112 01  MVS-PARM.                                                    00016112
016118     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00016118
016124     05 MVS-PARM-VALUE       PIC X(32760).                        00016124
016130*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00016130
016136*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00016136
016142*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00016142
016148*  PASSED TO THIS PROGRAM.                                        00016148
016154*                                                                 00016154
016160 PROCEDURE DIVISION USING MVS-PARM.                               00016160
016166*                                                                 00016166
016172* The data base for the STEP_METRICS row, when one is named.      00016172
016178*                                                                 00016178
016184 PARSE-PARM.                                                      00016184
016190     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00016190
016196          LS-METRICS-START-SECS, LE-FC                            00016196
016202     MOVE SPACES TO WS-PARM-DBPATH                                00016202
016208     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00016208
016214        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00016214
016220            DELIMITED BY ','                                      00016220
016226             INTO WS-PARM-DBPATH                                  00016226
016232        END-UNSTRING                                              00016232
016238     END-IF                                                       00016238
016244     MOVE ZERO TO WS-PARM-LEN                                     00016244
016250     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00016250
016256             FOR CHARACTERS BEFORE INITIAL SPACE                  00016256
016262     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00016262
016268        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO WS-METRICS-DBPATH   00016268
016274        MOVE LOW-VALUES TO WS-METRICS-DBPATH(WS-PARM-LEN + 1:1)   00016274
016280     END-IF                                                       00016280
016286     .                                                            00016286
016300 READ-RANGE-CARDS.                                                00016300
016400     PERFORM VARYING WS-PART-I FROM 1 BY 1                        00016400
016500        UNTIL WS-PART-I > WS-PART-MAX                             00016500
042900     DISPLAY 'RECORDS READ    =' WS-COUNT-DISPLAY                 00042900
043000        UPON SYSOUT                                               00043000
043100     DISPLAY 'SPLIT COMPLETE.' UPON SYSOUT                        00043100
043130     MOVE WS-READ-COUNT TO LS-METRICS-ROWS                        00043130
043160     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    00043160
043200     GOBACK                                                       00043200
043300     .                                                            00043300
043400*                                                                 00043400
043500* Leave this step's STEP_METRICS row for the TESTCB45             00043500
043600* batch-window report. The row goes in on a connection of its     00043600
043700* own once the step's own work is finished, so a read-only step   00043700
043800* stays read-only and the row is never part of (or waiting on)    00043800
043900* the step's own transaction. A failure here is reported and      00043900
044000* nothing more: the step keeps the return code its own work       00044000
044100* earned. A data base that does not exist is not created just     00044100
044200* to hold the row.                                                00044200
044300*                                                                 00044300
044400 RECORD-STEP-METRICS.                                             00044400
044500     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00044500
044600     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00044600
044700        GO TO RECORD-STEP-METRICS-EXIT                            00044700
044800     END-IF                                                       00044800
044900     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00044900
045000          LS-METRICS-END-SECS, LE-FC                              00045000
045100     MOVE SPACES TO WS-METRICS-JOB                                00045100
045200     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00045200
045300          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00045300
045400     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00045400
045500     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00045500
045600         BY REFERENCE WS-METRICS-DBPATH                           00045600
045700         BY REFERENCE LS-METRICS-DB                               00045700
045800         BY VALUE LS-METRICS-FLAGS                                00045800
045900         BY VALUE LS-METRICS-NULL                                 00045900
046000         RETURNING LS-METRICS-RC                                  00046000
046100     END-CALL                                                     00046100
046200     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00046200
046300        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00046300
046400           LS-METRICS-RC UPON SYSOUT                              00046400
046500        GO TO RECORD-STEP-METRICS-CLOSE                           00046500
046600     END-IF                                                       00046600
046700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00046700
046800         BY VALUE LS-METRICS-DB                                   00046800
046900         BY VALUE LS-METRICS-WAIT-MS                              00046900
047000         RETURNING LS-METRICS-RC                                  00047000
047100     END-CALL                                                     00047100
047200     MOVE 1 TO WS-METRICS-PTR                                     00047200
047300     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00047300
047400         DELIMITED BY SIZE                                        00047400
047500         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00047500
047600         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00047600
047700         DELIMITED BY SIZE                                        00047700
047800         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00047800
047900         DELIMITED BY SIZE                                        00047900
048000         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00048000
048100         INTO WS-METRICS-SQL                                      00048100
048200         WITH POINTER WS-METRICS-PTR                              00048200
048300     END-STRING                                                   00048300
048400     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00048400
048500     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00048500
048600         BY VALUE LS-METRICS-DB                                   00048600
048700         BY REFERENCE WS-METRICS-SQL                              00048700
048800         BY VALUE LS-METRICS-NULL                                 00048800
048900         BY VALUE LS-METRICS-NULL                                 00048900
049000         BY VALUE LS-METRICS-NULL                                 00049000
049100         RETURNING LS-METRICS-RC                                  00049100
049200     END-CALL                                                     00049200
049300     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00049300
049400        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00049400
049500           LS-METRICS-RC UPON SYSOUT                              00049500
049600        GO TO RECORD-STEP-METRICS-CLOSE                           00049600
049700     END-IF                                                       00049700
049800     MOVE 1 TO WS-METRICS-PTR                                     00049800
049900     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00049900
050000         DELIMITED BY SIZE                                        00050000
050100         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00050100
050200         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00050200
050300         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00050300
050400         INTO WS-METRICS-SQL                                      00050400
050500         WITH POINTER WS-METRICS-PTR                              00050500
050600     END-STRING                                                   00050600
050700     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00050700
050800     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00050800
050900         BY VALUE LS-METRICS-DB                                   00050900
051000         BY REFERENCE WS-METRICS-SQL                              00051000
051100         BY VALUE LS-METRICS-MINUS-ONE                            00051100
051200         BY REFERENCE LS-METRICS-STMT                             00051200
051300         BY VALUE LS-METRICS-NULL                                 00051300
051400         RETURNING LS-METRICS-RC                                  00051400
051500     END-CALL                                                     00051500
051600     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00051600
051700        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00051700
051800           LS-METRICS-RC UPON SYSOUT                              00051800
051900        GO TO RECORD-STEP-METRICS-CLOSE                           00051900
052000     END-IF                                                       00052000
052100     MOVE 1 TO LS-METRICS-COL                                     00052100
052200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00052200
052300         BY VALUE LS-METRICS-STMT                                 00052300
052400         BY VALUE LS-METRICS-COL                                  00052400
052500         BY REFERENCE WS-METRICS-JOB                              00052500
052600         BY VALUE 8                                               00052600
052700         BY VALUE SQLITE-TRANSIENT                                00052700
052800         RETURNING LS-METRICS-RC                                  00052800
052900     END-CALL                                                     00052900
053000     MOVE 2 TO LS-METRICS-COL                                     00053000
053100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00053100
053200         BY VALUE LS-METRICS-STMT                                 00053200
053300         BY VALUE LS-METRICS-COL                                  00053300
053400         BY REFERENCE WS-METRICS-STEP                             00053400
053500         BY VALUE 8                                               00053500
053600         BY VALUE SQLITE-TRANSIENT                                00053600
053700         RETURNING LS-METRICS-RC                                  00053700
053800     END-CALL                                                     00053800
053900     MOVE 3 TO LS-METRICS-COL                                     00053900
054000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00054000
054100         BY VALUE LS-METRICS-STMT                                 00054100
054200         BY VALUE LS-METRICS-COL                                  00054200
054300         BY REFERENCE WS-METRICS-DATE                             00054300
054400         BY VALUE 8                                               00054400
054500         BY VALUE SQLITE-TRANSIENT                                00054500
054600         RETURNING LS-METRICS-RC                                  00054600
054700     END-CALL                                                     00054700
054800     CALL SQLITE3A USING                                          00054800
054900         BY REFERENCE CONVERT-HFP-TO-BFP                          00054900
055000         BY VALUE LS-METRICS-START-SECS                           00055000
055100         BY REFERENCE LS-METRICS-TIME-BFP                         00055100
055200     END-CALL                                                     00055200
055300     MOVE 4 TO LS-METRICS-COL                                     00055300
055400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00055400
055500         BY VALUE LS-METRICS-STMT                                 00055500
055600         BY VALUE LS-METRICS-COL                                  00055600
055700         BY VALUE LS-METRICS-TIME-BFP                             00055700
055800         RETURNING LS-METRICS-RC                                  00055800
055900     END-CALL                                                     00055900
056000     CALL SQLITE3A USING                                          00056000
056100         BY REFERENCE CONVERT-HFP-TO-BFP                          00056100
056200         BY VALUE LS-METRICS-END-SECS                             00056200
056300         BY REFERENCE LS-METRICS-TIME-BFP                         00056300
056400     END-CALL                                                     00056400
056500     MOVE 5 TO LS-METRICS-COL                                     00056500
056600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00056600
056700         BY VALUE LS-METRICS-STMT                                 00056700
056800         BY VALUE LS-METRICS-COL                                  00056800
056900         BY VALUE LS-METRICS-TIME-BFP                             00056900
057000         RETURNING LS-METRICS-RC                                  00057000
057100     END-CALL                                                     00057100
057200     MOVE 6 TO LS-METRICS-COL                                     00057200
057300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00057300
057400         BY VALUE LS-METRICS-STMT                                 00057400
057500         BY VALUE LS-METRICS-COL                                  00057500
057600         BY VALUE LS-METRICS-ROWS                                 00057600
057700         RETURNING LS-METRICS-RC                                  00057700
057800     END-CALL                                                     00057800
057900     MOVE 7 TO LS-METRICS-COL                                     00057900
058000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00058000
058100         BY VALUE LS-METRICS-STMT                                 00058100
058200         BY VALUE LS-METRICS-COL                                  00058200
058300         BY VALUE LS-METRICS-STEP-RC                              00058300
058400         RETURNING LS-METRICS-RC                                  00058400
058500     END-CALL                                                     00058500
058600     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00058600
058700         BY VALUE LS-METRICS-STMT                                 00058700
058800         RETURNING LS-METRICS-RC                                  00058800
058900     END-CALL                                                     00058900
059000     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00059000
059100        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00059100
059200           LS-METRICS-RC UPON SYSOUT                              00059200
059300     END-IF                                                       00059300
059400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00059400
059500         BY VALUE LS-METRICS-STMT                                 00059500
059600         RETURNING LS-METRICS-RC                                  00059600
059700     END-CALL                                                     00059700
059800     .                                                            00059800
059900 RECORD-STEP-METRICS-CLOSE.                                       00059900
060000     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00060000
060100         BY VALUE LS-METRICS-DB                                   00060100
060200         RETURNING LS-METRICS-RC                                  00060200
060300     END-CALL                                                     00060300
060400     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00060400
060500     .                                                            00060500
060600 RECORD-STEP-METRICS-EXIT.                                        00060600
060700     EXIT                                                         00060700
060800     .                                                            00060800
060900 END PROGRAM 'TESTCB29'.                                          00060900
