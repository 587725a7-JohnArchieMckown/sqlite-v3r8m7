002600*   RC=16 corruption (either check not 'ok') or the file cannot   00002600
002700*         be processed.                                           00002700
002800*                                                                 00002800
002820* A STEP_METRICS row (pages checked) is left for the TESTCB45     00002820
002840* batch-window report, except when the file is corrupt.           00002840
002860*                                                                 00002860
002900 ENVIRONMENT DIVISION.                                            00002900
003000 CONFIGURATION SECTION.                                           00003000
003100 SOURCE-COMPUTER. IBM-370.                                        00003100
012200     88  WS-SYSPARM-FOUND    VALUE IS 'Y'.                        00012200
012300 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00012300
012400 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00012400
012402*                                                                 00012402
012404* The STEP_METRICS row this step leaves for the TESTCB45          00012404
012406* batch-window report: the CEEGMT start and end seconds, the      00012406
012408* rows the step processed, its business date and return code,     00012408
012410* and the data base the row goes into (LOW-VALUES when there      00012410
012412* is none, and then no row is written).                           00012412
012414*                                                                 00012414
012416 77  LS-METRICS-DB           USAGE IS POINTER.                    00012416
012418 77  LS-METRICS-STMT         USAGE IS POINTER.                    00012418
012420 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00012420
012422 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00012422
012424 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00012424
012426 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00012426
012428 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00012428
012430        VALUE IS -1.                                              00012430
012432 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00012432
012434        VALUE IS 5000.                                            00012434
012436 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00012436
012438 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00012438
012440 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00012440
012442 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00012442
012444 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00012444
012446        VALUE IS ZERO.                                            00012446
012448 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00012448
012450 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00012450
012452        VALUE IS 1.                                               00012452
012454 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00012454
012456        VALUE IS 8.                                               00012456
012458 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00012458
012460 77  WS-METRICS-JOB          PIC X(8).                            00012460
012462 77  WS-METRICS-STEP         PIC X(8)                             00012462
012464        VALUE IS 'TESTCB13'.                                      00012464
012466 77  WS-METRICS-DATE         PIC X(8)                             00012466
012468        VALUE IS SPACES.                                          00012468
012470 77  WS-METRICS-DBPATH       PIC X(320)                           00012470
012472        VALUE IS LOW-VALUES.                                      00012472
012474 77  WS-METRICS-SQL          PIC X(255).                          00012474
012476 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00012476
012500 LINKAGE SECTION.                                                 00012500
012600 01  MVS-PARM.                                                    00012600
012700     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00012700
013500*                                                                 00013500
013600 PROCEDURE DIVISION USING MVS-PARM.                               00013600
013700 START-UP.                                                        00013700
013730     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00013730
013760          LS-METRICS-START-SECS, LE-FC                            00013760
013800     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00013800
013900          RETURNING LS-LIBVERSION-POINTER                         00013900
014000     END-CALL                                                     00014000
018400        END-IF                                                    00018400
018500     END-IF                                                       00018500
018600     MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                   00018600
018650     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          00018650
018700     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00018700
018800          BY REFERENCE SQL-ZCHAR                                  00018800
018900          BY REFERENCE LS-DB                                      00018900
048300         BY VALUE LS-DB                                           00048300
048400         RETURNING LS-SQL-RC                                      00048400
048500     END-CALL                                                     00048500
048510     MOVE WS-PAGE-COUNT TO LS-METRICS-ROWS                        00048510
048520     IF RETURN-CODE IS LESS THAN +16 THEN                         00048520
048530        PERFORM RECORD-STEP-METRICS                               00048530
048540           THRU RECORD-STEP-METRICS-EXIT                          00048540
048550     END-IF                                                       00048550
048600     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00048600
048700         RETURNING LS-SQL-RC                                      00048700
048800     END-CALL                                                     00048800
051300         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00051300
051400         UPON SYSOUT                                              00051400
051500     .                                                            00051500
051600*                                                                 00051600
051700* Leave this step's STEP_METRICS row for the TESTCB45             00051700
051800* batch-window report. The row goes in on a connection of its     00051800
051900* own once the step's own work is finished, so a read-only step   00051900
052000* stays read-only and the row is never part of (or waiting on)    00052000
052100* the step's own transaction. A failure here is reported and      00052100
052200* nothing more: the step keeps the return code its own work       00052200
052300* earned. A data base that does not exist is not created just     00052300
052400* to hold the row.                                                00052400
052500*                                                                 00052500
052600 RECORD-STEP-METRICS.                                             00052600
052700     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00052700
052800     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00052800
052900        GO TO RECORD-STEP-METRICS-EXIT                            00052900
053000     END-IF                                                       00053000
053100     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00053100
053200          LS-METRICS-END-SECS, LE-FC                              00053200
053300     MOVE SPACES TO WS-METRICS-JOB                                00053300
053400     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00053400
053500          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00053500
053600     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00053600
053700     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00053700
053800         BY REFERENCE WS-METRICS-DBPATH                           00053800
053900         BY REFERENCE LS-METRICS-DB                               00053900
054000         BY VALUE LS-METRICS-FLAGS                                00054000
054100         BY VALUE LS-METRICS-NULL                                 00054100
054200         RETURNING LS-METRICS-RC                                  00054200
054300     END-CALL                                                     00054300
054400     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00054400
054500        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00054500
054600           LS-METRICS-RC UPON SYSOUT                              00054600
054700        GO TO RECORD-STEP-METRICS-CLOSE                           00054700
054800     END-IF                                                       00054800
054900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00054900
055000         BY VALUE LS-METRICS-DB                                   00055000
055100         BY VALUE LS-METRICS-WAIT-MS                              00055100
055200         RETURNING LS-METRICS-RC                                  00055200
055300     END-CALL                                                     00055300
055400     MOVE 1 TO WS-METRICS-PTR                                     00055400
055500     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00055500
055600         DELIMITED BY SIZE                                        00055600
055700         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00055700
055800         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00055800
055900         DELIMITED BY SIZE                                        00055900
056000         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00056000
056100         DELIMITED BY SIZE                                        00056100
056200         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00056200
056300         INTO WS-METRICS-SQL                                      00056300
056400         WITH POINTER WS-METRICS-PTR                              00056400
056500     END-STRING                                                   00056500
056600     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00056600
056700     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00056700
056800         BY VALUE LS-METRICS-DB                                   00056800
056900         BY REFERENCE WS-METRICS-SQL                              00056900
057000         BY VALUE LS-METRICS-NULL                                 00057000
057100         BY VALUE LS-METRICS-NULL                                 00057100
057200         BY VALUE LS-METRICS-NULL                                 00057200
057300         RETURNING LS-METRICS-RC                                  00057300
057400     END-CALL                                                     00057400
057500     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00057500
057600        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00057600
057700           LS-METRICS-RC UPON SYSOUT                              00057700
057800        GO TO RECORD-STEP-METRICS-CLOSE                           00057800
057900     END-IF                                                       00057900
058000     MOVE 1 TO WS-METRICS-PTR                                     00058000
058100     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00058100
058200         DELIMITED BY SIZE                                        00058200
058300         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00058300
058400         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00058400
058500         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00058500
058600         INTO WS-METRICS-SQL                                      00058600
058700         WITH POINTER WS-METRICS-PTR                              00058700
058800     END-STRING                                                   00058800
058900     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00058900
059000     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00059000
059100         BY VALUE LS-METRICS-DB                                   00059100
059200         BY REFERENCE WS-METRICS-SQL                              00059200
059300         BY VALUE LS-METRICS-MINUS-ONE                            00059300
059400         BY REFERENCE LS-METRICS-STMT                             00059400
059500         BY VALUE LS-METRICS-NULL                                 00059500
059600         RETURNING LS-METRICS-RC                                  00059600
059700     END-CALL                                                     00059700
059800     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00059800
059900        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00059900
060000           LS-METRICS-RC UPON SYSOUT                              00060000
060100        GO TO RECORD-STEP-METRICS-CLOSE                           00060100
060200     END-IF                                                       00060200
060300     MOVE 1 TO LS-METRICS-COL                                     00060300
060400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00060400
060500         BY VALUE LS-METRICS-STMT                                 00060500
060600         BY VALUE LS-METRICS-COL                                  00060600
060700         BY REFERENCE WS-METRICS-JOB                              00060700
060800         BY VALUE 8                                               00060800
060900         BY VALUE SQLITE-TRANSIENT                                00060900
061000         RETURNING LS-METRICS-RC                                  00061000
061100     END-CALL                                                     00061100
061200     MOVE 2 TO LS-METRICS-COL                                     00061200
061300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00061300
061400         BY VALUE LS-METRICS-STMT                                 00061400
061500         BY VALUE LS-METRICS-COL                                  00061500
061600         BY REFERENCE WS-METRICS-STEP                             00061600
061700         BY VALUE 8                                               00061700
061800         BY VALUE SQLITE-TRANSIENT                                00061800
061900         RETURNING LS-METRICS-RC                                  00061900
062000     END-CALL                                                     00062000
062100     MOVE 3 TO LS-METRICS-COL                                     00062100
062200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00062200
062300         BY VALUE LS-METRICS-STMT                                 00062300
062400         BY VALUE LS-METRICS-COL                                  00062400
062500         BY REFERENCE WS-METRICS-DATE                             00062500
062600         BY VALUE 8                                               00062600
062700         BY VALUE SQLITE-TRANSIENT                                00062700
062800         RETURNING LS-METRICS-RC                                  00062800
062900     END-CALL                                                     00062900
063000     CALL SQLITE3A USING                                          00063000
063100         BY REFERENCE CONVERT-HFP-TO-BFP                          00063100
063200         BY VALUE LS-METRICS-START-SECS                           00063200
063300         BY REFERENCE LS-METRICS-TIME-BFP                         00063300
063400     END-CALL                                                     00063400
063500     MOVE 4 TO LS-METRICS-COL                                     00063500
063600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00063600
063700         BY VALUE LS-METRICS-STMT                                 00063700
063800         BY VALUE LS-METRICS-COL                                  00063800
063900         BY VALUE LS-METRICS-TIME-BFP                             00063900
064000         RETURNING LS-METRICS-RC                                  00064000
064100     END-CALL                                                     00064100
064200     CALL SQLITE3A USING                                          00064200
064300         BY REFERENCE CONVERT-HFP-TO-BFP                          00064300
064400         BY VALUE LS-METRICS-END-SECS                             00064400
064500         BY REFERENCE LS-METRICS-TIME-BFP                         00064500
064600     END-CALL                                                     00064600
064700     MOVE 5 TO LS-METRICS-COL                                     00064700
064800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00064800
064900         BY VALUE LS-METRICS-STMT                                 00064900
065000         BY VALUE LS-METRICS-COL                                  00065000
065100         BY VALUE LS-METRICS-TIME-BFP                             00065100
065200         RETURNING LS-METRICS-RC                                  00065200
065300     END-CALL                                                     00065300
065400     MOVE 6 TO LS-METRICS-COL                                     00065400
065500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00065500
065600         BY VALUE LS-METRICS-STMT                                 00065600
065700         BY VALUE LS-METRICS-COL                                  00065700
065800         BY VALUE LS-METRICS-ROWS                                 00065800
065900         RETURNING LS-METRICS-RC                                  00065900
066000     END-CALL                                                     00066000
066100     MOVE 7 TO LS-METRICS-COL                                     00066100
066200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00066200
066300         BY VALUE LS-METRICS-STMT                                 00066300
066400         BY VALUE LS-METRICS-COL                                  00066400
066500         BY VALUE LS-METRICS-STEP-RC                              00066500
066600         RETURNING LS-METRICS-RC                                  00066600
066700     END-CALL                                                     00066700
066800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00066800
066900         BY VALUE LS-METRICS-STMT                                 00066900
067000         RETURNING LS-METRICS-RC                                  00067000
067100     END-CALL                                                     00067100
067200     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00067200
067300        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00067300
067400           LS-METRICS-RC UPON SYSOUT                              00067400
067500     END-IF                                                       00067500
067600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00067600
067700         BY VALUE LS-METRICS-STMT                                 00067700
067800         RETURNING LS-METRICS-RC                                  00067800
067900     END-CALL                                                     00067900
068000     .                                                            00068000
068100 RECORD-STEP-METRICS-CLOSE.                                       00068100
068200     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00068200
068300         BY VALUE LS-METRICS-DB                                   00068300
068400         RETURNING LS-METRICS-RC                                  00068400
068500     END-CALL                                                     00068500
068600     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00068600
068700     .                                                            00068700
068800 RECORD-STEP-METRICS-EXIT.                                        00068800
068900     EXIT                                                         00068900
069000     .                                                            00069000
069100 END PROGRAM 'TESTCB13'.                                          00069100
