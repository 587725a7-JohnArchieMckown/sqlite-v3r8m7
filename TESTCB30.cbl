002600* details against its own trailer -- so a partition file          00002600
002700* that was truncated or half-written is named directly.           00002700
002800*                                                                 00002800
002850* PARM value is 2 positional comma delimited fields:              00002850
002900*     NPARTS,DBPATH                                               00002900
002950* NPARTS is the number of partition files (1-4, default 4)        00002950
003000* allocated as PART1-PART4. DBPATH is the data base the step      00003000
003050* leaves its STEP_METRICS row (details summed) in for the         00003050
003100* TESTCB45 batch-window report; without it no row is written.     00003100
003150* The original feed comes in on FEEDIN. Any imbalance ends        00003150
003200* the job RC=16 so the scheduler holds the TESTCB17 END step.     00003200
003300*                                                                 00003300
003400 ENVIRONMENT DIVISION.                                            00003400
003500 CONFIGURATION SECTION.                                           00003500
007400 01  PART4-RECORD               PIC X(80).                        00007400
007500*                                                                 00007500
007600 WORKING-STORAGE SECTION.                                         00007600
007601 COPY COBSQLTE .                                                  00007601
007602 01  LE-FC.                                                       00007602
007603     02  CONDITION-TOKEN-VALUE.                                   00007603
007604     COPY  CEEIGZCT.                                              00007604
007605         03  CASE-1-CONDITION-ID.                                 00007605
007606             04  SEVERITY    PIC S9(4) BINARY.                    00007606
007607             04  MSG-NO      PIC S9(4) BINARY.                    00007607
007608         03  CASE-2-CONDITION-ID                                  00007608
007609                   REDEFINES CASE-1-CONDITION-ID.                 00007609
007610             04  CLASS-CODE  PIC S9(4) BINARY.                    00007610
007611             04  CAUSE-CODE  PIC S9(4) BINARY.                    00007611
007612         03  CASE-SEV-CTL    PIC X.                               00007612
007613         03  FACILITY-ID     PIC XXX.                             00007613
007614     02  I-S-INFO            PIC S9(9) BINARY.                    00007614
007615*                                                                 00007615
007616* The STEP_METRICS row this step leaves for the TESTCB45          00007616
007617* batch-window report: the CEEGMT start and end seconds, the      00007617
007618* rows the step processed, its business date and return code,     00007618
007619* and the data base the row goes into (LOW-VALUES when there      00007619
007620* is none, and then no row is written).                           00007620
007621*                                                                 00007621
007622 77  LS-METRICS-DB           USAGE IS POINTER.                    00007622
007623 77  LS-METRICS-STMT         USAGE IS POINTER.                    00007623
007624 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00007624
007625 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00007625
007626 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00007626
007627 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00007627
007628 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00007628
007629        VALUE IS -1.                                              00007629
007630 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00007630
007631        VALUE IS 5000.                                            00007631
007632 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00007632
007633 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00007633
007634 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00007634
007635 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00007635
007636 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00007636
007637        VALUE IS ZERO.                                            00007637
007638 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00007638
007639 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00007639
007640        VALUE IS 1.                                               00007640
007641 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00007641
007642        VALUE IS 8.                                               00007642
007643 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00007643
007644 77  WS-METRICS-JOB          PIC X(8).                            00007644
007645 77  WS-METRICS-STEP         PIC X(8)                             00007645
007646        VALUE IS 'TESTCB30'.                                      00007646
007647 77  WS-METRICS-DATE         PIC X(8)                             00007647
007648        VALUE IS SPACES.                                          00007648
007649 77  WS-METRICS-DBPATH       PIC X(320)                           00007649
007650        VALUE IS LOW-VALUES.                                      00007650
007651 77  WS-METRICS-SQL          PIC X(255).                          00007651
007652 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00007652
007653 77  WS-PARM-NPARTS          PIC X(8).                            00007653
007654 77  WS-PARM-DBPATH          PIC X(255).                          00007654
007655 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00007655
007700*                                                                 00007700
007800* The record in hand, viewed through the LOADHDTR layout          00007800
007900* for the header/trailer fields and through LOADREC for a         00007900
012200*                                                                 00012200
012300 PROCEDURE DIVISION USING MVS-PARM.                               00012300
012400 PARSE-PARM.                                                      00012400
012420     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00012420
012440          LS-METRICS-START-SECS, LE-FC                            00012440
012460     MOVE SPACES TO WS-PARM-NPARTS                                00012460
012480     MOVE SPACES TO WS-PARM-DBPATH                                00012480
012500     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00012500
012520        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00012520
012540            DELIMITED BY ','                                      00012540
012560             INTO WS-PARM-NPARTS, WS-PARM-DBPATH                  00012560
012580        END-UNSTRING                                              00012580
012600     END-IF                                                       00012600
012620     IF WS-PARM-NPARTS IS NOT EQUAL TO SPACES THEN                00012620
012640        COMPUTE WS-NPARTS = FUNCTION NUMVAL(WS-PARM-NPARTS)       00012640
012660     END-IF                                                       00012660
012680     MOVE ZERO TO WS-PARM-LEN                                     00012680
012700     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00012700
012720             FOR CHARACTERS BEFORE INITIAL SPACE                  00012720
012740     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00012740
012760        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO WS-METRICS-DBPATH   00012760
012780        MOVE LOW-VALUES TO WS-METRICS-DBPATH(WS-PARM-LEN + 1:1)   00012780
012800     END-IF                                                       00012800
012900     IF WS-NPARTS IS LESS THAN 1 OR                               00012900
013000        WS-NPARTS IS GREATER THAN 4 THEN                          00013000
032000        DISPLAY 'PARTITIONS BALANCE TO THE ORIGINAL '             00032000
032100           'TRAILER.' UPON SYSOUT                                 00032100
032200     END-IF                                                       00032200
032230     MOVE WS-SUM-COUNT TO LS-METRICS-ROWS                         00032230
032260     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    00032260
032300     GOBACK                                                       00032300
032400     .                                                            00032400
032500*                                                                 00032500
032600* Leave this step's STEP_METRICS row for the TESTCB45             00032600
032700* batch-window report. The row goes in on a connection of its     00032700
032800* own once the step's own work is finished, so a read-only step   00032800
032900* stays read-only and the row is never part of (or waiting on)    00032900
033000* the step's own transaction. A failure here is reported and      00033000
033100* nothing more: the step keeps the return code its own work       00033100
033200* earned. A data base that does not exist is not created just     00033200
033300* to hold the row.                                                00033300
033400*                                                                 00033400
033500 RECORD-STEP-METRICS.                                             00033500
033600     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00033600
033700     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00033700
033800        GO TO RECORD-STEP-METRICS-EXIT                            00033800
033900     END-IF                                                       00033900
034000     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00034000
034100          LS-METRICS-END-SECS, LE-FC                              00034100
034200     MOVE SPACES TO WS-METRICS-JOB                                00034200
034300     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00034300
034400          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00034400
034500     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00034500
034600     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00034600
034700         BY REFERENCE WS-METRICS-DBPATH                           00034700
034800         BY REFERENCE LS-METRICS-DB                               00034800
034900         BY VALUE LS-METRICS-FLAGS                                00034900
035000         BY VALUE LS-METRICS-NULL                                 00035000
035100         RETURNING LS-METRICS-RC                                  00035100
035200     END-CALL                                                     00035200
035300     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00035300
035400        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00035400
035500           LS-METRICS-RC UPON SYSOUT                              00035500
035600        GO TO RECORD-STEP-METRICS-CLOSE                           00035600
035700     END-IF                                                       00035700
035800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00035800
035900         BY VALUE LS-METRICS-DB                                   00035900
036000         BY VALUE LS-METRICS-WAIT-MS                              00036000
036100         RETURNING LS-METRICS-RC                                  00036100
036200     END-CALL                                                     00036200
036300     MOVE 1 TO WS-METRICS-PTR                                     00036300
036400     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00036400
036500         DELIMITED BY SIZE                                        00036500
036600         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00036600
036700         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00036700
036800         DELIMITED BY SIZE                                        00036800
036900         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00036900
037000         DELIMITED BY SIZE                                        00037000
037100         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00037100
037200         INTO WS-METRICS-SQL                                      00037200
037300         WITH POINTER WS-METRICS-PTR                              00037300
037400     END-STRING                                                   00037400
037500     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00037500
037600     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00037600
037700         BY VALUE LS-METRICS-DB                                   00037700
037800         BY REFERENCE WS-METRICS-SQL                              00037800
037900         BY VALUE LS-METRICS-NULL                                 00037900
038000         BY VALUE LS-METRICS-NULL                                 00038000
038100         BY VALUE LS-METRICS-NULL                                 00038100
038200         RETURNING LS-METRICS-RC                                  00038200
038300     END-CALL                                                     00038300
038400     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00038400
038500        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00038500
038600           LS-METRICS-RC UPON SYSOUT                              00038600
038700        GO TO RECORD-STEP-METRICS-CLOSE                           00038700
038800     END-IF                                                       00038800
038900     MOVE 1 TO WS-METRICS-PTR                                     00038900
039000     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00039000
039100         DELIMITED BY SIZE                                        00039100
039200         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00039200
039300         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00039300
039400         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00039400
039500         INTO WS-METRICS-SQL                                      00039500
039600         WITH POINTER WS-METRICS-PTR                              00039600
039700     END-STRING                                                   00039700
039800     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00039800
039900     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00039900
040000         BY VALUE LS-METRICS-DB                                   00040000
040100         BY REFERENCE WS-METRICS-SQL                              00040100
040200         BY VALUE LS-METRICS-MINUS-ONE                            00040200
040300         BY REFERENCE LS-METRICS-STMT                             00040300
040400         BY VALUE LS-METRICS-NULL                                 00040400
040500         RETURNING LS-METRICS-RC                                  00040500
040600     END-CALL                                                     00040600
040700     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00040700
040800        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00040800
040900           LS-METRICS-RC UPON SYSOUT                              00040900
041000        GO TO RECORD-STEP-METRICS-CLOSE                           00041000
041100     END-IF                                                       00041100
041200     MOVE 1 TO LS-METRICS-COL                                     00041200
041300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00041300
041400         BY VALUE LS-METRICS-STMT                                 00041400
041500         BY VALUE LS-METRICS-COL                                  00041500
041600         BY REFERENCE WS-METRICS-JOB                              00041600
041700         BY VALUE 8                                               00041700
041800         BY VALUE SQLITE-TRANSIENT                                00041800
041900         RETURNING LS-METRICS-RC                                  00041900
042000     END-CALL                                                     00042000
042100     MOVE 2 TO LS-METRICS-COL                                     00042100
042200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00042200
042300         BY VALUE LS-METRICS-STMT                                 00042300
042400         BY VALUE LS-METRICS-COL                                  00042400
042500         BY REFERENCE WS-METRICS-STEP                             00042500
042600         BY VALUE 8                                               00042600
042700         BY VALUE SQLITE-TRANSIENT                                00042700
042800         RETURNING LS-METRICS-RC                                  00042800
042900     END-CALL                                                     00042900
043000     MOVE 3 TO LS-METRICS-COL                                     00043000
043100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00043100
043200         BY VALUE LS-METRICS-STMT                                 00043200
043300         BY VALUE LS-METRICS-COL                                  00043300
043400         BY REFERENCE WS-METRICS-DATE                             00043400
043500         BY VALUE 8                                               00043500
043600         BY VALUE SQLITE-TRANSIENT                                00043600
043700         RETURNING LS-METRICS-RC                                  00043700
043800     END-CALL                                                     00043800
043900     CALL SQLITE3A USING                                          00043900
044000         BY REFERENCE CONVERT-HFP-TO-BFP                          00044000
044100         BY VALUE LS-METRICS-START-SECS                           00044100
044200         BY REFERENCE LS-METRICS-TIME-BFP                         00044200
044300     END-CALL                                                     00044300
044400     MOVE 4 TO LS-METRICS-COL                                     00044400
044500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00044500
044600         BY VALUE LS-METRICS-STMT                                 00044600
044700         BY VALUE LS-METRICS-COL                                  00044700
044800         BY VALUE LS-METRICS-TIME-BFP                             00044800
044900         RETURNING LS-METRICS-RC                                  00044900
045000     END-CALL                                                     00045000
045100     CALL SQLITE3A USING                                          00045100
045200         BY REFERENCE CONVERT-HFP-TO-BFP                          00045200
045300         BY VALUE LS-METRICS-END-SECS                             00045300
045400         BY REFERENCE LS-METRICS-TIME-BFP                         00045400
045500     END-CALL                                                     00045500
045600     MOVE 5 TO LS-METRICS-COL                                     00045600
045700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00045700
045800         BY VALUE LS-METRICS-STMT                                 00045800
045900         BY VALUE LS-METRICS-COL                                  00045900
046000         BY VALUE LS-METRICS-TIME-BFP                             00046000
046100         RETURNING LS-METRICS-RC                                  00046100
046200     END-CALL                                                     00046200
046300     MOVE 6 TO LS-METRICS-COL                                     00046300
046400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00046400
046500         BY VALUE LS-METRICS-STMT                                 00046500
046600         BY VALUE LS-METRICS-COL                                  00046600
046700         BY VALUE LS-METRICS-ROWS                                 00046700
046800         RETURNING LS-METRICS-RC                                  00046800
046900     END-CALL                                                     00046900
047000     MOVE 7 TO LS-METRICS-COL                                     00047000
047100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00047100
047200         BY VALUE LS-METRICS-STMT                                 00047200
047300         BY VALUE LS-METRICS-COL                                  00047300
047400         BY VALUE LS-METRICS-STEP-RC                              00047400
047500         RETURNING LS-METRICS-RC                                  00047500
047600     END-CALL                                                     00047600
047700     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00047700
047800         BY VALUE LS-METRICS-STMT                                 00047800
047900         RETURNING LS-METRICS-RC                                  00047900
048000     END-CALL                                                     00048000
048100     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00048100
048200        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00048200
048300           LS-METRICS-RC UPON SYSOUT                              00048300
048400     END-IF                                                       00048400
048500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00048500
048600         BY VALUE LS-METRICS-STMT                                 00048600
048700         RETURNING LS-METRICS-RC                                  00048700
048800     END-CALL                                                     00048800
048900     .                                                            00048900
049000 RECORD-STEP-METRICS-CLOSE.                                       00049000
049100     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00049100
049200         BY VALUE LS-METRICS-DB                                   00049200
049300         RETURNING LS-METRICS-RC                                  00049300
049400     END-CALL                                                     00049400
049500     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00049500
049600     .                                                            00049600
049700 RECORD-STEP-METRICS-EXIT.                                        00049700
049800     EXIT                                                         00049800
049900     .                                                            00049900
050000 END PROGRAM 'TESTCB30'.                                          00050000
