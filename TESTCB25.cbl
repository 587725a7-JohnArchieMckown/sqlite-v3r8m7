002200*   - the day's audit activity (rows loaded, changed, and         00002200
002300*     deleted, counted from AUDIT_LOG over the business           00002300
002400*     date's LOG_TIME range, the same CEESECS date basis          00002400
002420*     TESTCOB9 uses; the range runs from the business date        00002420
002440*     up to the next BUSINESS day on the BUSINESS_CALENDAR        00002440
002460*     table TESTCB36 maintains, so the last business day          00002460
002480*     before a weekend or holiday also reports the activity       00002480
002500*     run on the days in between, and is one calendar day         00002500
002520*     when the calendar is not loaded);                           00002520
002600*   - the reject count, read from the REJECT file the load        00002600
002700*     step wrote (the file is OPTIONAL: on a night where          00002700
002710*     the load step was bypassed and never wrote one, the         00002710
003000*                                                                 00003000
003100* PARM value is 3 positional comma delimited fields:              00003100
003200*     DBPATH,BUSDATE,MAXPAGES                                     00003200
003300* BUSDATE defaults to the next BUSINESS day on or after the       00003300
003320* run date on BUSINESS_CALENDAR, the date TESTCB17 enrolls        00003320
003340* the run under (the run date itself when the calendar has        00003340
003360* no such day loaded); MAXPAGES omitted skips                     00003360
003400* the space projection. The job ends RC=8 when anything on        00003400
003500* the page needs a human -- no run recorded, a step not           00003500
003600* COMPLETE, rejected records, or space below a tenth of the       00003600
003700* allocation -- so the scheduler can page off this one step.      00003700
003800*                                                                 00003800
003820* A STEP_METRICS row (AUDIT_LOG entries counted) is left for      00003820
003840* the TESTCB45 batch-window report.                               00003840
003860*                                                                 00003860
003900 ENVIRONMENT DIVISION.                                            00003900
004000 CONFIGURATION SECTION.                                           00004000
004100 SOURCE-COMPUTER. IBM-370.                                        00004100
015800 77  LS-TO-BFP               USAGE COMP-2.                        00015800
015900 77  WS-ONE-DAY-SECS         PIC S9(9) COMP-5                     00015900
016000        VALUE IS 86400.                                           00016000
016030 77  WS-NEXT-BUS-DATE        PIC X(8)                             00016030
016060                             VALUE IS SPACES.                     00016060
016100*                                                                 00016100
016200* The flash figures: run-control rows, audit activity by          00016200
016300* operation, rejects, and capacity.                               00016300
020700                         VALUE IS ZERO.                           00020700
020800 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00020800
020900                         VALUE IS 60.                             00020900
020902*                                                                 00020902
020904* The STEP_METRICS row this step leaves for the TESTCB45          00020904
020906* batch-window report: the CEEGMT start and end seconds, the      00020906
020908* rows the step processed, its business date and return code,     00020908
020910* and the data base the row goes into (LOW-VALUES when there      00020910
020912* is none, and then no row is written).                           00020912
020914*                                                                 00020914
020916 77  LS-METRICS-DB           USAGE IS POINTER.                    00020916
020918 77  LS-METRICS-STMT         USAGE IS POINTER.                    00020918
020920 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00020920
020922 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00020922
020924 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00020924
020926 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00020926
020928 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00020928
020930        VALUE IS -1.                                              00020930
020932 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00020932
020934        VALUE IS 5000.                                            00020934
020936 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00020936
020938 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00020938
020940 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00020940
020942 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00020942
020944 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00020944
020946        VALUE IS ZERO.                                            00020946
020948 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00020948
020950 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00020950
020952        VALUE IS 1.                                               00020952
020954 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00020954
020956        VALUE IS 8.                                               00020956
020958 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00020958
020960 77  WS-METRICS-JOB          PIC X(8).                            00020960
020962 77  WS-METRICS-STEP         PIC X(8)                             00020962
020964        VALUE IS 'TESTCB25'.                                      00020964
020966 77  WS-METRICS-DATE         PIC X(8)                             00020966
020968        VALUE IS SPACES.                                          00020968
020970 77  WS-METRICS-DBPATH       PIC X(320)                           00020970
020972        VALUE IS LOW-VALUES.                                      00020972
020974 77  WS-METRICS-SQL          PIC X(255).                          00020974
020976 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00020976
021000 LINKAGE SECTION.                                                 00021000
021100 01  MVS-PARM.                                                    00021100
021200     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00021200
022000*                                                                 00022000
022100 PROCEDURE DIVISION USING MVS-PARM.                               00022100
022200 START-UP.                                                        00022200
022230     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00022230
022260          LS-METRICS-START-SECS, LE-FC                            00022260
022300     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00022300
022400          RETURNING LS-LIBVERSION-POINTER                         00022400
022500     END-CALL                                                     00022500
027600        COMPUTE WS-MAX-PAGES =                                    00027600
027700                FUNCTION NUMVAL(WS-PARM-MAXPAGES)                 00027700
027800     END-IF                                                       00027800
029300     .                                                            00029300
029400 INITIALIZE-SQLITE.                                               00029400
029500     MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                   00029500
029550     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          00029550
029600     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00029600
029700         BY REFERENCE SQL-ZCHAR                                   00029700
029800         BY REFERENCE LS-DB                                       00029800
031500         RETURNING LS-SQL-RC                                      00031500
031600     END-CALL                                                     00031600
031700     PERFORM WRITE-REPORT-HEADING                                 00031700
031720     IF WS-PARM-BUSDATE IS EQUAL TO SPACES THEN                   00031720
031740        PERFORM RESOLVE-BUSINESS-DATE                             00031740
031760     END-IF                                                       00031760
031780     PERFORM SET-BUSINESS-DAY-RANGE                               00031780
031800     MOVE SPACES TO WS-REPORT-LINE                                00031800
031900     MOVE 1 TO WS-RPT-PTR                                         00031900
032000     STRING 'BUSINESS DATE: ' DELIMITED BY SIZE                   00032000
032300         WITH POINTER WS-RPT-PTR                                  00032300
032400     END-STRING                                                   00032400
032500     PERFORM WRITE-FLASH-LINE                                     00032500
032550     PERFORM SET-ACTIVITY-WINDOW                                  00032550
032600     GO TO REPORT-RUN-CONTROL                                     00032600
032700     .                                                            00032700
032701*                                                                 00032701
032702* An empty BUSDATE becomes the next BUSINESS day on or after      00032702
032703* the run date on BUSINESS_CALENDAR, the same date TESTCB17       00032703
032704* enrolled the run under; the run date stands when the            00032704
032705* calendar has no such day loaded.                                00032705
032706*                                                                 00032706
032707 RESOLVE-BUSINESS-DATE.                                           00032707
032708     MOVE 1 TO WS-SQL-PTR                                         00032708
032709     STRING 'SELECT MIN(CAL_DATE) FROM BUSINESS_CALENDAR '        00032709
032710         DELIMITED BY SIZE                                        00032710
032711         'WHERE CAL_DATE >= ? AND DAY_TYPE = '                    00032711
032712         DELIMITED BY SIZE                                        00032712
032713         '''BUSINESS''' DELIMITED BY SIZE                         00032713
032714         INTO SQL-ZCHAR                                           00032714
032715         WITH POINTER WS-SQL-PTR                                  00032715
032716     END-STRING                                                   00032716
032717     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00032717
032718     MOVE 'BUSINESS_CALENDAR' TO WS-PREP-LABEL                    00032718
032719     PERFORM PREPARE-SOFT-STATEMENT                               00032719
032720     IF WS-PREP-OK THEN                                           00032720
032721        SET LS-WORK-STMT TO LS-PREPARED-STMT                      00032721
032722        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00032722
032723            BY VALUE LS-WORK-STMT                                 00032723
032724            BY VALUE LS-ONE                                       00032724
032725            BY REFERENCE WS-RUN-DATE                              00032725
032726            BY VALUE 8                                            00032726
032727            BY VALUE SQLITE-TRANSIENT                             00032727
032728            RETURNING LS-SQL-RC                                   00032728
032729        END-CALL                                                  00032729
032730        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00032730
032731            BY VALUE LS-WORK-STMT                                 00032731
032732            RETURNING LS-SQL-RC                                   00032732
032733        END-CALL                                                  00032733
032734        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00032734
032735           MOVE +0 TO LS-COLUMN-NUMBER                            00032735
032736           PERFORM GET-COLUMN-TEXT                                00032736
032737           IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN          00032737
032738              MOVE WS-COL-VALUE(1:8) TO WS-BUS-DATE               00032738
032739           END-IF                                                 00032739
032740        END-IF                                                    00032740
032741        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00032741
032742            BY VALUE LS-WORK-STMT                                 00032742
032743            RETURNING LS-SQL-RC                                   00032743
032744        END-CALL                                                  00032744
032745     END-IF                                                       00032745
032746     DISPLAY 'BUSDATE NOT CODED. BUSINESS DATE IS '               00032746
032747        WS-BUS-DATE UPON SYSOUT                                   00032747
032748     .                                                            00032748
032749*                                                                 00032749
032750* The activity range starts at 00:00 of the business date and     00032750
032751* runs one calendar day until SET-ACTIVITY-WINDOW widens it.      00032751
032752*                                                                 00032752
032753 SET-BUSINESS-DAY-RANGE.                                          00032753
032754     MOVE WS-BUS-DATE TO WS-CEESECS-IN-STR                        00032754
032755     CALL 'CEESECS' USING WS-CEESECS-INPUT,                       00032755
032756          WS-DATE-PICTURE, LS-FROM-SECS, LE-FC                    00032756
032757     COMPUTE LS-TO-SECS = LS-FROM-SECS + WS-ONE-DAY-SECS          00032757
032758     CALL SQLITE3A USING                                          00032758
032759         BY REFERENCE CONVERT-HFP-TO-BFP                          00032759
032760         BY VALUE LS-FROM-SECS                                    00032760
032761         BY REFERENCE LS-FROM-BFP                                 00032761
032762     END-CALL                                                     00032762
032763     CALL SQLITE3A USING                                          00032763
032764         BY REFERENCE CONVERT-HFP-TO-BFP                          00032764
032765         BY VALUE LS-TO-SECS                                      00032765
032766         BY REFERENCE LS-TO-BFP                                   00032766
032767     END-CALL                                                     00032767
032768     .                                                            00032768
032800*                                                                 00032800
032900* Prepare the statement in SQL-ZCHAR; a failure (usually a        00032900
033000* table never created in this file) is noted on the page and      00033000
037800        END-IF                                                    00037800
037900     END-IF                                                       00037900
038000     .                                                            00038000
038001*                                                                 00038001
038002* Widen the activity range to end at 00:00 of the next            00038002
038003* BUSINESS day on BUSINESS_CALENDAR, not at the end of the        00038003
038004* business date itself.                                           00038004
038005*                                                                 00038005
038006 SET-ACTIVITY-WINDOW.                                             00038006
038007     MOVE 1 TO WS-SQL-PTR                                         00038007
038008     STRING 'SELECT MIN(CAL_DATE) FROM BUSINESS_CALENDAR '        00038008
038009         DELIMITED BY SIZE                                        00038009
038010         'WHERE CAL_DATE > ? AND DAY_TYPE = '                     00038010
038011         DELIMITED BY SIZE                                        00038011
038012         '''BUSINESS''' DELIMITED BY SIZE                         00038012
038013         INTO SQL-ZCHAR                                           00038013
038014         WITH POINTER WS-SQL-PTR                                  00038014
038015     END-STRING                                                   00038015
038016     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00038016
038017     MOVE 'BUSINESS_CALENDAR' TO WS-PREP-LABEL                    00038017
038018     PERFORM PREPARE-SOFT-STATEMENT                               00038018
038019     IF WS-PREP-OK THEN                                           00038019
038020        SET LS-WORK-STMT TO LS-PREPARED-STMT                      00038020
038021        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00038021
038022            BY VALUE LS-WORK-STMT                                 00038022
038023            BY VALUE LS-ONE                                       00038023
038024            BY REFERENCE WS-BUS-DATE                              00038024
038025            BY VALUE 8                                            00038025
038026            BY VALUE SQLITE-TRANSIENT                             00038026
038027            RETURNING LS-SQL-RC                                   00038027
038028        END-CALL                                                  00038028
038029        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00038029
038030            BY VALUE LS-WORK-STMT                                 00038030
038031            RETURNING LS-SQL-RC                                   00038031
038032        END-CALL                                                  00038032
038033        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00038033
038034           MOVE +0 TO LS-COLUMN-NUMBER                            00038034
038035           PERFORM GET-COLUMN-TEXT                                00038035
038036           MOVE WS-COL-VALUE(1:8) TO WS-NEXT-BUS-DATE             00038036
038037        END-IF                                                    00038037
038038        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00038038
038039            BY VALUE LS-WORK-STMT                                 00038039
038040            RETURNING LS-SQL-RC                                   00038040
038041        END-CALL                                                  00038041
038042     END-IF                                                       00038042
038043     IF WS-NEXT-BUS-DATE IS NOT EQUAL TO SPACES THEN              00038043
038044        MOVE WS-NEXT-BUS-DATE TO WS-CEESECS-IN-STR                00038044
038045        CALL 'CEESECS' USING WS-CEESECS-INPUT,                    00038045
038046             WS-DATE-PICTURE, LS-TO-SECS, LE-FC                   00038046
038047        CALL SQLITE3A USING                                       00038047
038048            BY REFERENCE CONVERT-HFP-TO-BFP                       00038048
038049            BY VALUE LS-TO-SECS                                   00038049
038050            BY REFERENCE LS-TO-BFP                                00038050
038051        END-CALL                                                  00038051
038052        MOVE SPACES TO WS-REPORT-LINE                             00038052
038053        MOVE 1 TO WS-RPT-PTR                                      00038053
038054        STRING 'ACTIVITY UP TO NEXT BUSINESS DATE: '              00038054
038055            DELIMITED BY SIZE                                     00038055
038056            WS-NEXT-BUS-DATE DELIMITED BY SIZE                    00038056
038057            INTO WS-REPORT-LINE                                   00038057
038058            WITH POINTER WS-RPT-PTR                               00038058
038059        END-STRING                                                00038059
038060        PERFORM WRITE-FLASH-LINE                                  00038060
038061     END-IF                                                       00038061
038062     .                                                            00038062
038100*                                                                 00038100
038200* Section 1: the RUN_CONTROL steps for the business date.         00038200
038300* No rows at all, or any row not COMPLETE, needs a human.         00038300
075000         BY VALUE LS-DB                                           00075000
075100         RETURNING LS-SQL-RC                                      00075100
075200     END-CALL                                                     00075200
075210     MOVE WS-BUS-DATE TO WS-METRICS-DATE                          00075210
075220     COMPUTE LS-METRICS-ROWS = WS-INSERT-COUNT +                  00075220
075230             WS-UPDATE-COUNT + WS-DELETE-COUNT +                  00075230
075240             WS-OTHER-COUNT                                       00075240
075250     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    00075250
075300     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00075300
075400         RETURNING LS-SQL-RC                                      00075400
075500     END-CALL                                                     00075500
078100         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00078100
078200         UPON SYSOUT                                              00078200
078300     .                                                            00078300
078400*                                                                 00078400
078500* Leave this step's STEP_METRICS row for the TESTCB45             00078500
078600* batch-window report. The row goes in on a connection of its     00078600
078700* own once the step's own work is finished, so a read-only step   00078700
078800* stays read-only and the row is never part of (or waiting on)    00078800
078900* the step's own transaction. A failure here is reported and      00078900
079000* nothing more: the step keeps the return code its own work       00079000
079100* earned. A data base that does not exist is not created just     00079100
079200* to hold the row.                                                00079200
079300*                                                                 00079300
079400 RECORD-STEP-METRICS.                                             00079400
079500     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00079500
079600     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00079600
079700        GO TO RECORD-STEP-METRICS-EXIT                            00079700
079800     END-IF                                                       00079800
079900     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00079900
080000          LS-METRICS-END-SECS, LE-FC                              00080000
080100     MOVE SPACES TO WS-METRICS-JOB                                00080100
080200     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00080200
080300          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00080300
080400     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00080400
080500     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00080500
080600         BY REFERENCE WS-METRICS-DBPATH                           00080600
080700         BY REFERENCE LS-METRICS-DB                               00080700
080800         BY VALUE LS-METRICS-FLAGS                                00080800
080900         BY VALUE LS-METRICS-NULL                                 00080900
081000         RETURNING LS-METRICS-RC                                  00081000
081100     END-CALL                                                     00081100
081200     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00081200
081300        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00081300
081400           LS-METRICS-RC UPON SYSOUT                              00081400
081500        GO TO RECORD-STEP-METRICS-CLOSE                           00081500
081600     END-IF                                                       00081600
081700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00081700
081800         BY VALUE LS-METRICS-DB                                   00081800
081900         BY VALUE LS-METRICS-WAIT-MS                              00081900
082000         RETURNING LS-METRICS-RC                                  00082000
082100     END-CALL                                                     00082100
082200     MOVE 1 TO WS-METRICS-PTR                                     00082200
082300     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00082300
082400         DELIMITED BY SIZE                                        00082400
082500         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00082500
082600         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00082600
082700         DELIMITED BY SIZE                                        00082700
082800         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00082800
082900         DELIMITED BY SIZE                                        00082900
083000         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00083000
083100         INTO WS-METRICS-SQL                                      00083100
083200         WITH POINTER WS-METRICS-PTR                              00083200
083300     END-STRING                                                   00083300
083400     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00083400
083500     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00083500
083600         BY VALUE LS-METRICS-DB                                   00083600
083700         BY REFERENCE WS-METRICS-SQL                              00083700
083800         BY VALUE LS-METRICS-NULL                                 00083800
083900         BY VALUE LS-METRICS-NULL                                 00083900
084000         BY VALUE LS-METRICS-NULL                                 00084000
084100         RETURNING LS-METRICS-RC                                  00084100
084200     END-CALL                                                     00084200
084300     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00084300
084400        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00084400
084500           LS-METRICS-RC UPON SYSOUT                              00084500
084600        GO TO RECORD-STEP-METRICS-CLOSE                           00084600
084700     END-IF                                                       00084700
084800     MOVE 1 TO WS-METRICS-PTR                                     00084800
084900     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00084900
085000         DELIMITED BY SIZE                                        00085000
085100         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00085100
085200         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00085200
085300         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00085300
085400         INTO WS-METRICS-SQL                                      00085400
085500         WITH POINTER WS-METRICS-PTR                              00085500
085600     END-STRING                                                   00085600
085700     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00085700
085800     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00085800
085900         BY VALUE LS-METRICS-DB                                   00085900
086000         BY REFERENCE WS-METRICS-SQL                              00086000
086100         BY VALUE LS-METRICS-MINUS-ONE                            00086100
086200         BY REFERENCE LS-METRICS-STMT                             00086200
086300         BY VALUE LS-METRICS-NULL                                 00086300
086400         RETURNING LS-METRICS-RC                                  00086400
086500     END-CALL                                                     00086500
086600     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00086600
086700        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00086700
086800           LS-METRICS-RC UPON SYSOUT                              00086800
086900        GO TO RECORD-STEP-METRICS-CLOSE                           00086900
087000     END-IF                                                       00087000
087100     MOVE 1 TO LS-METRICS-COL                                     00087100
087200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00087200
087300         BY VALUE LS-METRICS-STMT                                 00087300
087400         BY VALUE LS-METRICS-COL                                  00087400
087500         BY REFERENCE WS-METRICS-JOB                              00087500
087600         BY VALUE 8                                               00087600
087700         BY VALUE SQLITE-TRANSIENT                                00087700
087800         RETURNING LS-METRICS-RC                                  00087800
087900     END-CALL                                                     00087900
088000     MOVE 2 TO LS-METRICS-COL                                     00088000
088100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00088100
088200         BY VALUE LS-METRICS-STMT                                 00088200
088300         BY VALUE LS-METRICS-COL                                  00088300
088400         BY REFERENCE WS-METRICS-STEP                             00088400
088500         BY VALUE 8                                               00088500
088600         BY VALUE SQLITE-TRANSIENT                                00088600
088700         RETURNING LS-METRICS-RC                                  00088700
088800     END-CALL                                                     00088800
088900     MOVE 3 TO LS-METRICS-COL                                     00088900
089000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00089000
089100         BY VALUE LS-METRICS-STMT                                 00089100
089200         BY VALUE LS-METRICS-COL                                  00089200
089300         BY REFERENCE WS-METRICS-DATE                             00089300
089400         BY VALUE 8                                               00089400
089500         BY VALUE SQLITE-TRANSIENT                                00089500
089600         RETURNING LS-METRICS-RC                                  00089600
089700     END-CALL                                                     00089700
089800     CALL SQLITE3A USING                                          00089800
089900         BY REFERENCE CONVERT-HFP-TO-BFP                          00089900
090000         BY VALUE LS-METRICS-START-SECS                           00090000
090100         BY REFERENCE LS-METRICS-TIME-BFP                         00090100
090200     END-CALL                                                     00090200
090300     MOVE 4 TO LS-METRICS-COL                                     00090300
090400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00090400
090500         BY VALUE LS-METRICS-STMT                                 00090500
090600         BY VALUE LS-METRICS-COL                                  00090600
090700         BY VALUE LS-METRICS-TIME-BFP                             00090700
090800         RETURNING LS-METRICS-RC                                  00090800
090900     END-CALL                                                     00090900
091000     CALL SQLITE3A USING                                          00091000
091100         BY REFERENCE CONVERT-HFP-TO-BFP                          00091100
091200         BY VALUE LS-METRICS-END-SECS                             00091200
091300         BY REFERENCE LS-METRICS-TIME-BFP                         00091300
091400     END-CALL                                                     00091400
091500     MOVE 5 TO LS-METRICS-COL                                     00091500
091600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00091600
091700         BY VALUE LS-METRICS-STMT                                 00091700
091800         BY VALUE LS-METRICS-COL                                  00091800
091900         BY VALUE LS-METRICS-TIME-BFP                             00091900
092000         RETURNING LS-METRICS-RC                                  00092000
092100     END-CALL                                                     00092100
092200     MOVE 6 TO LS-METRICS-COL                                     00092200
092300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00092300
092400         BY VALUE LS-METRICS-STMT                                 00092400
092500         BY VALUE LS-METRICS-COL                                  00092500
092600         BY VALUE LS-METRICS-ROWS                                 00092600
092700         RETURNING LS-METRICS-RC                                  00092700
092800     END-CALL                                                     00092800
092900     MOVE 7 TO LS-METRICS-COL                                     00092900
093000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00093000
093100         BY VALUE LS-METRICS-STMT                                 00093100
093200         BY VALUE LS-METRICS-COL                                  00093200
093300         BY VALUE LS-METRICS-STEP-RC                              00093300
093400         RETURNING LS-METRICS-RC                                  00093400
093500     END-CALL                                                     00093500
093600     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00093600
093700         BY VALUE LS-METRICS-STMT                                 00093700
093800         RETURNING LS-METRICS-RC                                  00093800
093900     END-CALL                                                     00093900
094000     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00094000
094100        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00094100
094200           LS-METRICS-RC UPON SYSOUT                              00094200
094300     END-IF                                                       00094300
094400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00094400
094500         BY VALUE LS-METRICS-STMT                                 00094500
094600         RETURNING LS-METRICS-RC                                  00094600
094700     END-CALL                                                     00094700
094800     .                                                            00094800
094900 RECORD-STEP-METRICS-CLOSE.                                       00094900
095000     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00095000
095100         BY VALUE LS-METRICS-DB                                   00095100
095200         RETURNING LS-METRICS-RC                                  00095200
095300     END-CALL                                                     00095300
095400     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00095400
095500     .                                                            00095500
095600 RECORD-STEP-METRICS-EXIT.                                        00095600
095700     EXIT                                                         00095700
095800     .                                                            00095800
095900 END PROGRAM 'TESTCB25'.                                          00095900
