003000* RUN_CONTROL shows a run INFLIGHT for the business date,         00003000
003100* since a VACUUM under a live load would fight the loaders        00003100
003200* for the file. PARM value is 2 positional comma delimited        00003200
003300* fields: DBPATH,BUSDATE (BUSDATE defaults to the next            00003300
003320* BUSINESS day on or after the run date on BUSINESS_CALENDAR,     00003320
003340* the date TESTCB17 enrolls the run under, or the run date        00003340
003360* itself when the calendar has no such day loaded).               00003360
003400*                                                                 00003400
003500* The TESTCRUN proc pairs this step with a condition on the       00003500
003600* TESTCB13 gate (COND=(8,NE,STEP00)), so a freelist warning       00003600
003700* triggers the reorg at the end of the same quiet night.          00003700
003800*                                                                 00003800
003820* A STEP_METRICS row (pages before the reorganization) is         00003820
003840* left for the TESTCB45 batch-window report.                      00003840
003860*                                                                 00003860
003900 ENVIRONMENT DIVISION.                                            00003900
004000 CONFIGURATION SECTION.                                           00004000
004100 SOURCE-COMPUTER. IBM-370.                                        00004100
012300 77  WS-FREE-AFTER           PIC S9(9) COMP-5.                    00012300
012400 77  WS-PAGES-RECLAIMED      PIC S9(9) COMP-5.                    00012400
012500 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00012500
012502*                                                                 00012502
012504* The STEP_METRICS row this step leaves for the TESTCB45          00012504
012506* batch-window report: the CEEGMT start and end seconds, the      00012506
012508* rows the step processed, its business date and return code,     00012508
012510* and the data base the row goes into (LOW-VALUES when there      00012510
012512* is none, and then no row is written).                           00012512
012514*                                                                 00012514
012516 77  LS-METRICS-DB           USAGE IS POINTER.                    00012516
012518 77  LS-METRICS-STMT         USAGE IS POINTER.                    00012518
012520 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00012520
012522 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00012522
012524 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00012524
012526 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00012526
012528 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00012528
012530        VALUE IS -1.                                              00012530
012532 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00012532
012534        VALUE IS 5000.                                            00012534
012536 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00012536
012538 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00012538
012540 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00012540
012542 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00012542
012544 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00012544
012546        VALUE IS ZERO.                                            00012546
012548 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00012548
012550 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00012550
012552        VALUE IS 1.                                               00012552
012554 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00012554
012556        VALUE IS 8.                                               00012556
012558 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00012558
012560 77  WS-METRICS-JOB          PIC X(8).                            00012560
012562 77  WS-METRICS-STEP         PIC X(8)                             00012562
012564        VALUE IS 'TESTCB27'.                                      00012564
012566 77  WS-METRICS-DATE         PIC X(8)                             00012566
012568        VALUE IS SPACES.                                          00012568
012570 77  WS-METRICS-DBPATH       PIC X(320)                           00012570
012572        VALUE IS LOW-VALUES.                                      00012572
012574 77  WS-METRICS-SQL          PIC X(255).                          00012574
012576 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00012576
012600 LINKAGE SECTION.                                                 00012600
012700 01  MVS-PARM.                                                    00012700
012800     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00012800
013600*                                                                 00013600
013700 PROCEDURE DIVISION USING MVS-PARM.                               00013700
013800 START-UP.                                                        00013800
013830     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00013830
013860          LS-METRICS-START-SECS, LE-FC                            00013860
013900     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00013900
014000          RETURNING LS-LIBVERSION-POINTER                         00014000
014100     END-CALL                                                     00014100
018800     .                                                            00018800
018900 INITIALIZE-SQLITE.                                               00018900
019000     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00019000
019050     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          00019050
019100     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00019100
019200         BY REFERENCE SQL-ZCHAR                                   00019200
019300         BY REFERENCE LS-DB                                       00019300
020800         BY VALUE LS-BUSY-TIMEOUT-MS                              00020800
020900         RETURNING LS-SQL-RC                                      00020900
021000     END-CALL                                                     00021000
021020     IF WS-PARM-BUSDATE IS EQUAL TO SPACES THEN                   00021020
021040        PERFORM RESOLVE-BUSINESS-DATE                             00021040
021060     END-IF                                                       00021060
021100     .                                                            00021100
021200*                                                                 00021200
021300* The interlock: no reorg while TESTCB17 shows a run              00021300
028700     DISPLAY 'FREELIST BEFORE=' WS-COUNT-DISPLAY UPON SYSOUT      00028700
028800     GO TO RUN-REORGANIZATION                                     00028800
028900     .                                                            00028900
028901*                                                                 00028901
028902* An empty BUSDATE becomes the next BUSINESS day on or after      00028902
028903* the run date, the same date TESTCB17 enrolled the run under,    00028903
028904* so the interlock looks for the run actually in flight. The      00028904
028905* run date stands when there is no calendar or no such day.       00028905
028906*                                                                 00028906
028907 RESOLVE-BUSINESS-DATE.                                           00028907
028908     MOVE 1 TO WS-SQL-PTR                                         00028908
028909     STRING 'SELECT MIN(CAL_DATE) FROM BUSINESS_CALENDAR '        00028909
028910         DELIMITED BY SIZE                                        00028910
028911         'WHERE CAL_DATE >= ? AND DAY_TYPE = '                    00028911
028912         DELIMITED BY SIZE                                        00028912
028913         '''BUSINESS''' DELIMITED BY SIZE                         00028913
028914         INTO SQL-ZCHAR                                           00028914
028915         WITH POINTER WS-SQL-PTR                                  00028915
028916     END-STRING                                                   00028916
028917     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00028917
028918     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00028918
028919         BY VALUE LS-DB                                           00028919
028920         BY REFERENCE SQL-ZCHAR                                   00028920
028921         BY VALUE LS-MINUS-ONE                                    00028921
028922         BY REFERENCE LS-CHECK-STMT                               00028922
028923         BY VALUE LS-ZERO                                         00028923
028924         RETURNING LS-SQL-RC                                      00028924
028925     END-CALL                                                     00028925
028926     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00028926
028927        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00028927
028928        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00028928
028929            BY VALUE LS-CHECK-STMT                                00028929
028930            BY VALUE LS-ONE                                       00028930
028931            BY REFERENCE WS-RUN-DATE                              00028931
028932            BY VALUE 8                                            00028932
028933            BY VALUE SQLITE-TRANSIENT                             00028933
028934            RETURNING LS-SQL-RC                                   00028934
028935        END-CALL                                                  00028935
028936        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00028936
028937            BY VALUE LS-CHECK-STMT                                00028937
028938            RETURNING LS-SQL-RC                                   00028938
028939        END-CALL                                                  00028939
028940        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00028940
028941           MOVE +0 TO LS-COLUMN-NUMBER                            00028941
028942           CALL SQLITE3A USING                                    00028942
028943               BY REFERENCE SQLITE3-COLUMN-TEXT                   00028943
028944               BY VALUE LS-CHECK-STMT                             00028944
028945               BY VALUE LS-COLUMN-NUMBER                          00028945
028946               RETURNING LS-COLUMN-POINTER                        00028946
028947           END-CALL                                               00028947
028948           IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN         00028948
028949              SET ADDRESS OF LINKAGE-COLUMN-TEXT                  00028949
028950                 TO LS-COLUMN-POINTER                             00028950
028951              MOVE LINKAGE-COLUMN-TEXT(1:8) TO WS-BUS-DATE        00028951
028952           END-IF                                                 00028952
028953        END-IF                                                    00028953
028954        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00028954
028955            BY VALUE LS-CHECK-STMT                                00028955
028956            RETURNING LS-SQL-RC                                   00028956
028957        END-CALL                                                  00028957
028958     END-IF                                                       00028958
028959     DISPLAY 'BUSDATE NOT CODED. BUSINESS DATE IS '               00028959
028960        WS-BUS-DATE UPON SYSOUT                                   00028960
028961     .                                                            00028961
029000*                                                                 00029000
029100* Run the pragma in SQL-ZCHAR and leave its single integer        00029100
029200* answer in LS-I, the same helper TESTCB13 uses.                  00029200
046200         BY VALUE LS-DB                                           00046200
046300         RETURNING LS-SQL-RC                                      00046300
046400     END-CALL                                                     00046400
046420     MOVE WS-BUS-DATE TO WS-METRICS-DATE                          00046420
046440     MOVE WS-PAGES-BEFORE TO LS-METRICS-ROWS                      00046440
046460     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    00046460
046500     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00046500
046600         RETURNING LS-SQL-RC                                      00046600
046700     END-CALL                                                     00046700
049200         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00049200
049300         UPON SYSOUT                                              00049300
049400     .                                                            00049400
049500*                                                                 00049500
049600* Leave this step's STEP_METRICS row for the TESTCB45             00049600
049700* batch-window report. The row goes in on a connection of its     00049700
049800* own once the step's own work is finished, so a read-only step   00049800
049900* stays read-only and the row is never part of (or waiting on)    00049900
050000* the step's own transaction. A failure here is reported and      00050000
050100* nothing more: the step keeps the return code its own work       00050100
050200* earned. A data base that does not exist is not created just     00050200
050300* to hold the row.                                                00050300
050400*                                                                 00050400
050500 RECORD-STEP-METRICS.                                             00050500
050600     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00050600
050700     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00050700
050800        GO TO RECORD-STEP-METRICS-EXIT                            00050800
050900     END-IF                                                       00050900
051000     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00051000
051100          LS-METRICS-END-SECS, LE-FC                              00051100
051200     MOVE SPACES TO WS-METRICS-JOB                                00051200
051300     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00051300
051400          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00051400
051500     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00051500
051600     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00051600
051700         BY REFERENCE WS-METRICS-DBPATH                           00051700
051800         BY REFERENCE LS-METRICS-DB                               00051800
051900         BY VALUE LS-METRICS-FLAGS                                00051900
052000         BY VALUE LS-METRICS-NULL                                 00052000
052100         RETURNING LS-METRICS-RC                                  00052100
052200     END-CALL                                                     00052200
052300     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00052300
052400        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00052400
052500           LS-METRICS-RC UPON SYSOUT                              00052500
052600        GO TO RECORD-STEP-METRICS-CLOSE                           00052600
052700     END-IF                                                       00052700
052800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00052800
052900         BY VALUE LS-METRICS-DB                                   00052900
053000         BY VALUE LS-METRICS-WAIT-MS                              00053000
053100         RETURNING LS-METRICS-RC                                  00053100
053200     END-CALL                                                     00053200
053300     MOVE 1 TO WS-METRICS-PTR                                     00053300
053400     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00053400
053500         DELIMITED BY SIZE                                        00053500
053600         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00053600
053700         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00053700
053800         DELIMITED BY SIZE                                        00053800
053900         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00053900
054000         DELIMITED BY SIZE                                        00054000
054100         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00054100
054200         INTO WS-METRICS-SQL                                      00054200
054300         WITH POINTER WS-METRICS-PTR                              00054300
054400     END-STRING                                                   00054400
054500     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00054500
054600     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00054600
054700         BY VALUE LS-METRICS-DB                                   00054700
054800         BY REFERENCE WS-METRICS-SQL                              00054800
054900         BY VALUE LS-METRICS-NULL                                 00054900
055000         BY VALUE LS-METRICS-NULL                                 00055000
055100         BY VALUE LS-METRICS-NULL                                 00055100
055200         RETURNING LS-METRICS-RC                                  00055200
055300     END-CALL                                                     00055300
055400     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00055400
055500        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00055500
055600           LS-METRICS-RC UPON SYSOUT                              00055600
055700        GO TO RECORD-STEP-METRICS-CLOSE                           00055700
055800     END-IF                                                       00055800
055900     MOVE 1 TO WS-METRICS-PTR                                     00055900
056000     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00056000
056100         DELIMITED BY SIZE                                        00056100
056200         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00056200
056300         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00056300
056400         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00056400
056500         INTO WS-METRICS-SQL                                      00056500
056600         WITH POINTER WS-METRICS-PTR                              00056600
056700     END-STRING                                                   00056700
056800     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00056800
056900     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00056900
057000         BY VALUE LS-METRICS-DB                                   00057000
057100         BY REFERENCE WS-METRICS-SQL                              00057100
057200         BY VALUE LS-METRICS-MINUS-ONE                            00057200
057300         BY REFERENCE LS-METRICS-STMT                             00057300
057400         BY VALUE LS-METRICS-NULL                                 00057400
057500         RETURNING LS-METRICS-RC                                  00057500
057600     END-CALL                                                     00057600
057700     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00057700
057800        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00057800
057900           LS-METRICS-RC UPON SYSOUT                              00057900
058000        GO TO RECORD-STEP-METRICS-CLOSE                           00058000
058100     END-IF                                                       00058100
058200     MOVE 1 TO LS-METRICS-COL                                     00058200
058300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00058300
058400         BY VALUE LS-METRICS-STMT                                 00058400
058500         BY VALUE LS-METRICS-COL                                  00058500
058600         BY REFERENCE WS-METRICS-JOB                              00058600
058700         BY VALUE 8                                               00058700
058800         BY VALUE SQLITE-TRANSIENT                                00058800
058900         RETURNING LS-METRICS-RC                                  00058900
059000     END-CALL                                                     00059000
059100     MOVE 2 TO LS-METRICS-COL                                     00059100
059200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00059200
059300         BY VALUE LS-METRICS-STMT                                 00059300
059400         BY VALUE LS-METRICS-COL                                  00059400
059500         BY REFERENCE WS-METRICS-STEP                             00059500
059600         BY VALUE 8                                               00059600
059700         BY VALUE SQLITE-TRANSIENT                                00059700
059800         RETURNING LS-METRICS-RC                                  00059800
059900     END-CALL                                                     00059900
060000     MOVE 3 TO LS-METRICS-COL                                     00060000
060100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00060100
060200         BY VALUE LS-METRICS-STMT                                 00060200
060300         BY VALUE LS-METRICS-COL                                  00060300
060400         BY REFERENCE WS-METRICS-DATE                             00060400
060500         BY VALUE 8                                               00060500
060600         BY VALUE SQLITE-TRANSIENT                                00060600
060700         RETURNING LS-METRICS-RC                                  00060700
060800     END-CALL                                                     00060800
060900     CALL SQLITE3A USING                                          00060900
061000         BY REFERENCE CONVERT-HFP-TO-BFP                          00061000
061100         BY VALUE LS-METRICS-START-SECS                           00061100
061200         BY REFERENCE LS-METRICS-TIME-BFP                         00061200
061300     END-CALL                                                     00061300
061400     MOVE 4 TO LS-METRICS-COL                                     00061400
061500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00061500
061600         BY VALUE LS-METRICS-STMT                                 00061600
061700         BY VALUE LS-METRICS-COL                                  00061700
061800         BY VALUE LS-METRICS-TIME-BFP                             00061800
061900         RETURNING LS-METRICS-RC                                  00061900
062000     END-CALL                                                     00062000
062100     CALL SQLITE3A USING                                          00062100
062200         BY REFERENCE CONVERT-HFP-TO-BFP                          00062200
062300         BY VALUE LS-METRICS-END-SECS                             00062300
062400         BY REFERENCE LS-METRICS-TIME-BFP                         00062400
062500     END-CALL                                                     00062500
062600     MOVE 5 TO LS-METRICS-COL                                     00062600
062700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00062700
062800         BY VALUE LS-METRICS-STMT                                 00062800
062900         BY VALUE LS-METRICS-COL                                  00062900
063000         BY VALUE LS-METRICS-TIME-BFP                             00063000
063100         RETURNING LS-METRICS-RC                                  00063100
063200     END-CALL                                                     00063200
063300     MOVE 6 TO LS-METRICS-COL                                     00063300
063400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00063400
063500         BY VALUE LS-METRICS-STMT                                 00063500
063600         BY VALUE LS-METRICS-COL                                  00063600
063700         BY VALUE LS-METRICS-ROWS                                 00063700
063800         RETURNING LS-METRICS-RC                                  00063800
063900     END-CALL                                                     00063900
064000     MOVE 7 TO LS-METRICS-COL                                     00064000
064100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00064100
064200         BY VALUE LS-METRICS-STMT                                 00064200
064300         BY VALUE LS-METRICS-COL                                  00064300
064400         BY VALUE LS-METRICS-STEP-RC                              00064400
064500         RETURNING LS-METRICS-RC                                  00064500
064600     END-CALL                                                     00064600
064700     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00064700
064800         BY VALUE LS-METRICS-STMT                                 00064800
064900         RETURNING LS-METRICS-RC                                  00064900
065000     END-CALL                                                     00065000
065100     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00065100
065200        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00065200
065300           LS-METRICS-RC UPON SYSOUT                              00065300
065400     END-IF                                                       00065400
065500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00065500
065600         BY VALUE LS-METRICS-STMT                                 00065600
065700         RETURNING LS-METRICS-RC                                  00065700
065800     END-CALL                                                     00065800
065900     .                                                            00065900
066000 RECORD-STEP-METRICS-CLOSE.                                       00066000
066100     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00066100
066200         BY VALUE LS-METRICS-DB                                   00066200
066300         RETURNING LS-METRICS-RC                                  00066300
066400     END-CALL                                                     00066400
066500     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00066500
066600     .                                                            00066600
066700 RECORD-STEP-METRICS-EXIT.                                        00066700
066800     EXIT                                                         00066800
066900     .                                                            00066900
067000 END PROGRAM 'TESTCB27'.                                          00067000
