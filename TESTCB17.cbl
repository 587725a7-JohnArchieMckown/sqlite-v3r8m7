001900* table inside the data base (JOB_NAME, STEP_NAME,                00190000
002000* BUSINESS_DATE, STATUS, START_TIME, END_TIME, FINAL_COUNT).      00200000
002100*                                                                 00210000
002150* PARM value is 6 positional comma delimited fields:              00215000
002200*     DBPATH,FUNCTION,BUSDATE,STEPNAME,FINALCOUNT,OVERRIDE        00220000
002250* FUNCTION is START or END. BUSDATE defaults to the next          00225000
002300* BUSINESS day on or after the run date on the                    00230000
002350* BUSINESS_CALENDAR table TESTCB36 maintains (the run date        00235000
002400* itself when the calendar has no such day loaded).               00240000
002500*                                                                 00250000
002600* START refuses with RC=16 when a COMPLETE run for that           00260000
002700* business date already exists (the proc was already run and      00270000
003100* stalled row with a TESTCOB3 correction before rerunning).       00310000
003200* Otherwise it records the run INFLIGHT with the job name from    00320000
003300* CEE3JPI and the CEEGMT start time.                              00330000
003310* START also refuses with RC=16 a business date the calendar      00331000
003320* shows as a WEEKEND or HOLIDAY unless OVERRIDE is FORCE,         00332000
003330* which enrolls the run anyway with an RC=4 warning so the        00333000
003340* override stands out in the job log. A date the calendar         00334000
003350* does not cover -- no calendar loaded, or a year TESTCB36        00335000
003360* has not loaded yet -- is enrolled by calendar days with the     00336000
003370* same RC=4 warning, as TESTCB24 and TESTCB47 count calendar      00337000
003380* days when the calendar does not reach.                          00338000
003400*                                                                 00340000
003500* END marks the INFLIGHT run for the business date COMPLETE       00350000
003600* with the CEEGMT end time and the FINALCOUNT passed in the       00360000
003700* PARM; finding no INFLIGHT run to complete is an RC=8 warning.   00370000
003800*                                                                 00380000
003820* Each step leaves a STEP_METRICS row for the TESTCB45            00382000
003840* batch-window report, as step RCSTART or RCEND, with the         00384000
003860* business date resolved above and FINALCOUNT as its rows.        00386000
003880*                                                                 00388000
003900 ENVIRONMENT DIVISION.                                            00390000
004000 CONFIGURATION SECTION.                                           00400000
004100 SOURCE-COMPUTER. IBM-370.                                        00410000
011600 77  WS-PARM-BUSDATE         PIC X(8).                            01160000
011700 77  WS-PARM-STEP            PIC X(8).                            01170000
011800 77  WS-PARM-COUNT           PIC X(9).                            01180000
011850 77  WS-PARM-OVERRIDE        PIC X(8).                            01185000
011900 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    01190000
012000 77  WS-BUS-DATE             PIC X(8).                            01200000
012100 77  WS-STEP-NAME            PIC X(8)                             01210000
012500 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    01250000
012600 77  WS-PREP-LABEL           PIC X(20).                           01260000
012700 77  WS-RUN-DATE             PIC X(8).                            01270000
012710*                                                                 01271000
012720* The BUSINESS_CALENDAR answer for the business date: its         01272000
012730* DAY_TYPE, or the next business date when BUSDATE is empty.      01273000
012740*                                                                 01274000
012750 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    01275000
012760 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    01276000
012770 77  WS-CAL-VALUE            PIC X(8).                            01277000
012780 77  WS-DAY-TYPE             PIC X(8)                             01278000
012790                             VALUE IS SPACES.                     01279000
012800*                                                                 01280000
012900* This run's CEEGMT clock, converted once to SQLITE binary        01290000
013000* floating point for binding into START_TIME/END_TIME.            01300000
014300        VALUE IS 8.                                               01430000
014400 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    01440000
014500 77  WS-JOB-NAME             PIC X(8).                            01450000
014502*                                                                 01450200
014504* The STEP_METRICS row this step leaves for the TESTCB45          01450400
014506* batch-window report: the CEEGMT start and end seconds, the      01450600
014508* rows the step processed, its business date and return code,     01450800
014510* and the data base the row goes into (LOW-VALUES when there      01451000
014512* is none, and then no row is written).                           01451200
014514*                                                                 01451400
014516 77  LS-METRICS-DB           USAGE IS POINTER.                    01451600
014518 77  LS-METRICS-STMT         USAGE IS POINTER.                    01451800
014520 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               01452000
014522 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    01452200
014524 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    01452400
014526 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    01452600
014528 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     01452800
014530        VALUE IS -1.                                              01453000
014532 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     01453200
014534        VALUE IS 5000.                                            01453400
014536 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    01453600
014538 77  LS-METRICS-START-SECS   USAGE COMP-2.                        01453800
014540 77  LS-METRICS-END-SECS     USAGE COMP-2.                        01454000
014542 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        01454200
014544 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     01454400
014546        VALUE IS ZERO.                                            01454600
014548 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    01454800
014550 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     01455000
014552        VALUE IS 1.                                               01455200
014554 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     01455400
014556        VALUE IS 8.                                               01455600
014558 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    01455800
014560 77  WS-METRICS-JOB          PIC X(8).                            01456000
014562 77  WS-METRICS-STEP         PIC X(8)                             01456200
014564        VALUE IS 'TESTCB17'.                                      01456400
014566 77  WS-METRICS-DATE         PIC X(8)                             01456600
014568        VALUE IS SPACES.                                          01456800
014570 77  WS-METRICS-DBPATH       PIC X(320)                           01457000
014572        VALUE IS LOW-VALUES.                                      01457200
014574 77  WS-METRICS-SQL          PIC X(255).                          01457400
014576 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    01457600
014600 LINKAGE SECTION.                                                 01460000
014700 01  MVS-PARM.                                                    01470000
014800     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    01480000
015600*                                                                 01560000
015700 PROCEDURE DIVISION USING MVS-PARM.                               01570000
015800 START-UP.                                                        01580000
015830     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       01583000
015860          LS-METRICS-START-SECS, LE-FC                            01586000
015900     CALL SQLITE3A USING SQLITE3-LIBVERSION                       01590000
016000          RETURNING LS-LIBVERSION-POINTER                         01600000
016100     END-CALL                                                     01610000
019700     MOVE SPACES TO WS-PARM-BUSDATE                               01970000
019800     MOVE SPACES TO WS-PARM-STEP                                  01980000
019900     MOVE SPACES TO WS-PARM-COUNT                                 01990000
019950     MOVE SPACES TO WS-PARM-OVERRIDE                              01995000
020000     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 02000000
020100        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                02010000
020200            DELIMITED BY ','                                      02020000
020300             INTO WS-PARM-DBPATH, WS-PARM-FUNC,                   02030000
020400                  WS-PARM-BUSDATE, WS-PARM-STEP,                  02040000
020500                  WS-PARM-COUNT, WS-PARM-OVERRIDE                 02050000
020600        END-UNSTRING                                              02060000
020700     END-IF                                                       02070000
020800     MOVE ZERO TO WS-PARM-LEN                                     02080000
023300        COMPUTE WS-FINAL-COUNT =                                  02330000
023400                FUNCTION NUMVAL(WS-PARM-COUNT)                    02340000
023500     END-IF                                                       02350000
023900     .                                                            02390000
024000 INITIALIZE-SQLITE.                                               02400000
024100     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  02410000
024200     ADD SQLITE-OPEN-CREATE TO LS-OPEN-FLAGS                      02420000
024250     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          02425000
024300     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             02430000
024400         BY REFERENCE SQL-ZCHAR                                   02440000
024500         BY REFERENCE LS-DB                                       02450000
028900        MOVE +16 TO RETURN-CODE                                   02890000
029000        GOBACK                                                    02900000
029100     END-IF                                                       02910000
029107     .                                                            02910700
029114*                                                                 02911400
029121* The business calendar: an empty BUSDATE becomes the next        02912100
029128* BUSINESS day on or after the run date, and START refuses a      02912800
029135* WEEKEND or HOLIDAY date unless OVERRIDE is FORCE; a date        02913500
029142* the calendar does not cover is enrolled with RC=4. The          02914200
029149* table is created empty when TESTCB36 has never loaded it,       02914900
029156* so the lookups below find nothing rather than failing.          02915600
029163*                                                                 02916300
029170 CHECK-BUSINESS-CALENDAR.                                         02917000
029177     MOVE 1 TO WS-SQL-PTR                                         02917700
029184     STRING 'CREATE TABLE IF NOT EXISTS BUSINESS_CALENDAR ('      02918400
029191         DELIMITED BY SIZE                                        02919100
029198         'CAL_DATE TEXT PRIMARY KEY, DAY_OF_WEEK INTEGER, '       02919800
029205         DELIMITED BY SIZE                                        02920500
029212         'DAY_TYPE TEXT, HOLIDAY_NAME TEXT, '                     02921200
029219         DELIMITED BY SIZE                                        02921900
029226         'MONTH_END TEXT, YEAR_END TEXT)' DELIMITED BY SIZE       02922600
029233         INTO SQL-ZCHAR                                           02923300
029240         WITH POINTER WS-SQL-PTR                                  02924000
029247     END-STRING                                                   02924700
029254     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   02925400
029261     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                02926100
029268         BY VALUE LS-DB                                           02926800
029275         BY REFERENCE SQL-ZCHAR                                   02927500
029282         BY VALUE LS-ZERO                                         02928200
029289         BY VALUE LS-ZERO                                         02928900
029296         BY VALUE LS-ZERO                                         02929600
029303         RETURNING LS-SQL-RC                                      02930300
029310     END-CALL                                                     02931000
029317     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   02931700
029324        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                02932400
029331        DISPLAY 'CREATE BUSINESS_CALENDAR TABLE FAILED. RC='      02933100
029338           LS-SQL-RC UPON SYSOUT                                  02933800
029345        PERFORM DISPLAY-SQL-ERROR                                 02934500
029352        MOVE +16 TO RETURN-CODE                                   02935200
029359        GOBACK                                                    02935900
029366     END-IF                                                       02936600
029373     IF WS-PARM-BUSDATE IS EQUAL TO SPACES THEN                   02937300
029380        MOVE 1 TO WS-SQL-PTR                                      02938000
029387        STRING 'SELECT MIN(CAL_DATE) FROM BUSINESS_CALENDAR '     02938700
029394            DELIMITED BY SIZE                                     02939400
029401            'WHERE CAL_DATE >= ? AND DAY_TYPE = '                 02940100
029408            DELIMITED BY SIZE                                     02940800
029415            '''BUSINESS''' DELIMITED BY SIZE                      02941500
029422            INTO SQL-ZCHAR                                        02942200
029429            WITH POINTER WS-SQL-PTR                               02942900
029436        END-STRING                                                02943600
029443        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                02944300
029450        MOVE 'NEXT BUSINESS DATE' TO WS-PREP-LABEL                02945000
029457        PERFORM LOOKUP-CALENDAR                                   02945700
029464        IF WS-CAL-VALUE IS NOT EQUAL TO SPACES THEN               02946400
029471           MOVE WS-CAL-VALUE TO WS-BUS-DATE                       02947100
029478           MOVE 'BUSINESS' TO WS-DAY-TYPE                         02947800
029485        END-IF                                                    02948500
029492     ELSE                                                         02949200
029499        MOVE 1 TO WS-SQL-PTR                                      02949900
029506        STRING 'SELECT DAY_TYPE FROM BUSINESS_CALENDAR '          02950600
029513            DELIMITED BY SIZE                                     02951300
029520            'WHERE CAL_DATE = ?' DELIMITED BY SIZE                02952000
029527            INTO SQL-ZCHAR                                        02952700
029534            WITH POINTER WS-SQL-PTR                               02953400
029541        END-STRING                                                02954100
029548        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                02954800
029555        MOVE 'CALENDAR LOOKUP' TO WS-PREP-LABEL                   02955500
029562        PERFORM LOOKUP-CALENDAR                                   02956200
029569        MOVE WS-CAL-VALUE TO WS-DAY-TYPE                          02956900
029576     END-IF                                                       02957600
029583     DISPLAY 'RUN CONTROL ' WS-PARM-FUNC                          02958300
029590        ' BUSINESS DATE ' WS-BUS-DATE                             02959000
029597        ' JOB ' WS-JOB-NAME UPON SYSOUT                           02959700
029604     IF WS-PARM-FUNC IS EQUAL TO 'END' THEN                       02960400
029611        GO TO COMPLETE-RUN                                        02961100
029618     END-IF                                                       02961800
029624     IF WS-DAY-TYPE IS EQUAL TO SPACES THEN                       02962400
029630        DISPLAY 'BUSINESS_CALENDAR DOES NOT COVER BUSINESS DATE ' 02963000
029636           WS-BUS-DATE '. COUNTING CALENDAR DAYS.' UPON SYSOUT    02963600
029642        MOVE +4 TO RETURN-CODE                                    02964200
029648        GO TO ENROLL-RUN                                          02964800
029654     END-IF                                                       02965400
029660     IF WS-DAY-TYPE IS NOT EQUAL TO 'BUSINESS' THEN               02966000
029666        DISPLAY 'BUSINESS DATE ' WS-BUS-DATE ' IS A '             02966600
029672           WS-DAY-TYPE ' DAY ON THE BUSINESS CALENDAR.'           02967200
029678           UPON SYSOUT                                            02967800
029684        IF WS-PARM-OVERRIDE IS EQUAL TO 'FORCE' THEN              02968400
029690           DISPLAY 'FORCE OVERRIDE CODED. RUN ENROLLED ON A '     02969000
029696              'NON-BUSINESS DATE.' UPON SYSOUT                    02969600
029702           MOVE +4 TO RETURN-CODE                                 02970200
029708        ELSE                                                      02970800
029714           DISPLAY 'RUN REFUSED. CODE FORCE TO RUN ON A '         02971400
029720              'NON-BUSINESS DATE.' UPON SYSOUT                    02972000
029726           MOVE +16 TO RETURN-CODE                                02972600
029732           GO TO SHUTDOWN                                         02973200
029738        END-IF                                                    02973800
029744     END-IF                                                       02974400
029765     GO TO ENROLL-RUN                                             02976500
029772     .                                                            02977200
029800*                                                                 02980000
029900* Reusable prepare paragraph: caller builds the null-terminated   02990000
030000* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  03000000
035300         RETURNING LS-SQL-RC                                      03530000
035400     END-CALL                                                     03540000
035500     .                                                            03550000
035502*                                                                 03550200
035504* Run the one-column calendar query in SQL-ZCHAR for the          03550400
035506* business date; the answer (spaces when there is no row or       03550600
035508* the column is NULL) comes back in WS-CAL-VALUE.                 03550800
035510*                                                                 03551000
035512 LOOKUP-CALENDAR.                                                 03551200
035514     PERFORM PREPARE-ONE-STATEMENT                                03551400
035516     SET LS-CHECK-STMT TO LS-PREPARED-STMT                        03551600
035518     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03551800
035520         BY VALUE LS-CHECK-STMT                                   03552000
035522         BY VALUE LS-ONE                                          03552200
035524         BY REFERENCE WS-BUS-DATE                                 03552400
035526         BY VALUE 8                                               03552600
035528         BY VALUE SQLITE-TRANSIENT                                03552800
035530         RETURNING LS-SQL-RC                                      03553000
035532     END-CALL                                                     03553200
035534     MOVE SPACES TO WS-CAL-VALUE                                  03553400
035536     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                03553600
035538         BY VALUE LS-CHECK-STMT                                   03553800
035540         RETURNING LS-SQL-RC                                      03554000
035542     END-CALL                                                     03554200
035544     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     03554400
035546        MOVE +0 TO LS-COLUMN-NUMBER                               03554600
035548        CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT      03554800
035550            BY VALUE LS-CHECK-STMT                                03555000
035552            BY VALUE LS-COLUMN-NUMBER                             03555200
035554            RETURNING LS-COLUMN-POINTER                           03555400
035556        END-CALL                                                  03555600
035558        IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN            03555800
035560           SET ADDRESS OF LINKAGE-COLUMN-TEXT TO                  03556000
035562               LS-COLUMN-POINTER                                  03556200
035564           MOVE ZERO TO WS-COL-VALUE-LEN                          03556400
035566           INSPECT LINKAGE-COLUMN-TEXT                            03556600
035568              TALLYING WS-COL-VALUE-LEN                           03556800
035570              FOR CHARACTERS BEFORE INITIAL LOW-VALUE             03557000
035572           IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN          03557200
035574              MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)        03557400
035576                 TO WS-CAL-VALUE                                  03557600
035578           END-IF                                                 03557800
035580        END-IF                                                    03558000
035582     END-IF                                                       03558200
035584     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            03558400
035586         BY VALUE LS-CHECK-STMT                                   03558600
035588         RETURNING LS-SQL-RC                                      03558800
035590     END-CALL                                                     03559000
035592     .                                                            03559200
035600*                                                                 03560000
035700* START: refuse when the business date already has a COMPLETE     03570000
035800* or INFLIGHT run, otherwise record this run INFLIGHT.            03580000
053600         BY VALUE LS-DB                                           05360000
053700         RETURNING LS-SQL-RC                                      05370000
053800     END-CALL                                                     05380000
053810     MOVE WS-BUS-DATE TO WS-METRICS-DATE                          05381000
053820     MOVE WS-FINAL-COUNT TO LS-METRICS-ROWS                       05382000
053830     IF WS-PARM-FUNC IS EQUAL TO 'START' THEN                     05383000
053840        MOVE 'RCSTART' TO WS-METRICS-STEP                         05384000
053850     ELSE                                                         05385000
053860        MOVE 'RCEND' TO WS-METRICS-STEP                           05386000
053870     END-IF                                                       05387000
053880     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    05388000
053900     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         05390000
054000         RETURNING LS-SQL-RC                                      05400000
054100     END-CALL                                                     05410000
056600         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               05660000
056700         UPON SYSOUT                                              05670000
056800     .                                                            05680000
056900*                                                                 05690000
057000* Leave this step's STEP_METRICS row for the TESTCB45             05700000
057100* batch-window report. The row goes in on a connection of its     05710000
057200* own once the step's own work is finished, so a read-only step   05720000
057300* stays read-only and the row is never part of (or waiting on)    05730000
057400* the step's own transaction. A failure here is reported and      05740000
057500* nothing more: the step keeps the return code its own work       05750000
057600* earned. A data base that does not exist is not created just     05760000
057700* to hold the row.                                                05770000
057800*                                                                 05780000
057900 RECORD-STEP-METRICS.                                             05790000
058000     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       05800000
058100     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         05810000
058200        GO TO RECORD-STEP-METRICS-EXIT                            05820000
058300     END-IF                                                       05830000
058400     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       05840000
058500          LS-METRICS-END-SECS, LE-FC                              05850000
058600     MOVE SPACES TO WS-METRICS-JOB                                05860000
058700     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    05870000
058800          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     05880000
058900     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               05890000
059000     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             05900000
059100         BY REFERENCE WS-METRICS-DBPATH                           05910000
059200         BY REFERENCE LS-METRICS-DB                               05920000
059300         BY VALUE LS-METRICS-FLAGS                                05930000
059400         BY VALUE LS-METRICS-NULL                                 05940000
059500         RETURNING LS-METRICS-RC                                  05950000
059600     END-CALL                                                     05960000
059700     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              05970000
059800        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             05980000
059900           LS-METRICS-RC UPON SYSOUT                              05990000
060000        GO TO RECORD-STEP-METRICS-CLOSE                           06000000
060100     END-IF                                                       06010000
060200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        06020000
060300         BY VALUE LS-METRICS-DB                                   06030000
060400         BY VALUE LS-METRICS-WAIT-MS                              06040000
060500         RETURNING LS-METRICS-RC                                  06050000
060600     END-CALL                                                     06060000
060700     MOVE 1 TO WS-METRICS-PTR                                     06070000
060800     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           06080000
060900         DELIMITED BY SIZE                                        06090000
061000         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      06100000
061100         'BUSINESS_DATE TEXT, START_TIME REAL, '                  06110000
061200         DELIMITED BY SIZE                                        06120000
061300         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                06130000
061400         DELIMITED BY SIZE                                        06140000
061500         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 06150000
061600         INTO WS-METRICS-SQL                                      06160000
061700         WITH POINTER WS-METRICS-PTR                              06170000
061800     END-STRING                                                   06180000
061900     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          06190000
062000     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                06200000
062100         BY VALUE LS-METRICS-DB                                   06210000
062200         BY REFERENCE WS-METRICS-SQL                              06220000
062300         BY VALUE LS-METRICS-NULL                                 06230000
062400         BY VALUE LS-METRICS-NULL                                 06240000
062500         BY VALUE LS-METRICS-NULL                                 06250000
062600         RETURNING LS-METRICS-RC                                  06260000
062700     END-CALL                                                     06270000
062800     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              06280000
062900        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           06290000
063000           LS-METRICS-RC UPON SYSOUT                              06300000
063100        GO TO RECORD-STEP-METRICS-CLOSE                           06310000
063200     END-IF                                                       06320000
063300     MOVE 1 TO WS-METRICS-PTR                                     06330000
063400     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        06340000
063500         DELIMITED BY SIZE                                        06350000
063600         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   06360000
063700         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         06370000
063800         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                06380000
063900         INTO WS-METRICS-SQL                                      06390000
064000         WITH POINTER WS-METRICS-PTR                              06400000
064100     END-STRING                                                   06410000
064200     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          06420000
064300     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          06430000
064400         BY VALUE LS-METRICS-DB                                   06440000
064500         BY REFERENCE WS-METRICS-SQL                              06450000
064600         BY VALUE LS-METRICS-MINUS-ONE                            06460000
064700         BY REFERENCE LS-METRICS-STMT                             06470000
064800         BY VALUE LS-METRICS-NULL                                 06480000
064900         RETURNING LS-METRICS-RC                                  06490000
065000     END-CALL                                                     06500000
065100     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              06510000
065200        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          06520000
065300           LS-METRICS-RC UPON SYSOUT                              06530000
065400        GO TO RECORD-STEP-METRICS-CLOSE                           06540000
065500     END-IF                                                       06550000
065600     MOVE 1 TO LS-METRICS-COL                                     06560000
065700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           06570000
065800         BY VALUE LS-METRICS-STMT                                 06580000
065900         BY VALUE LS-METRICS-COL                                  06590000
066000         BY REFERENCE WS-METRICS-JOB                              06600000
066100         BY VALUE 8                                               06610000
066200         BY VALUE SQLITE-TRANSIENT                                06620000
066300         RETURNING LS-METRICS-RC                                  06630000
066400     END-CALL                                                     06640000
066500     MOVE 2 TO LS-METRICS-COL                                     06650000
066600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           06660000
066700         BY VALUE LS-METRICS-STMT                                 06670000
066800         BY VALUE LS-METRICS-COL                                  06680000
066900         BY REFERENCE WS-METRICS-STEP                             06690000
067000         BY VALUE 8                                               06700000
067100         BY VALUE SQLITE-TRANSIENT                                06710000
067200         RETURNING LS-METRICS-RC                                  06720000
067300     END-CALL                                                     06730000
067400     MOVE 3 TO LS-METRICS-COL                                     06740000
067500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           06750000
067600         BY VALUE LS-METRICS-STMT                                 06760000
067700         BY VALUE LS-METRICS-COL                                  06770000
067800         BY REFERENCE WS-METRICS-DATE                             06780000
067900         BY VALUE 8                                               06790000
068000         BY VALUE SQLITE-TRANSIENT                                06800000
068100         RETURNING LS-METRICS-RC                                  06810000
068200     END-CALL                                                     06820000
068300     CALL SQLITE3A USING                                          06830000
068400         BY REFERENCE CONVERT-HFP-TO-BFP                          06840000
068500         BY VALUE LS-METRICS-START-SECS                           06850000
068600         BY REFERENCE LS-METRICS-TIME-BFP                         06860000
068700     END-CALL                                                     06870000
068800     MOVE 4 TO LS-METRICS-COL                                     06880000
068900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         06890000
069000         BY VALUE LS-METRICS-STMT                                 06900000
069100         BY VALUE LS-METRICS-COL                                  06910000
069200         BY VALUE LS-METRICS-TIME-BFP                             06920000
069300         RETURNING LS-METRICS-RC                                  06930000
069400     END-CALL                                                     06940000
069500     CALL SQLITE3A USING                                          06950000
069600         BY REFERENCE CONVERT-HFP-TO-BFP                          06960000
069700         BY VALUE LS-METRICS-END-SECS                             06970000
069800         BY REFERENCE LS-METRICS-TIME-BFP                         06980000
069900     END-CALL                                                     06990000
070000     MOVE 5 TO LS-METRICS-COL                                     07000000
070100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         07010000
070200         BY VALUE LS-METRICS-STMT                                 07020000
070300         BY VALUE LS-METRICS-COL                                  07030000
070400         BY VALUE LS-METRICS-TIME-BFP                             07040000
070500         RETURNING LS-METRICS-RC                                  07050000
070600     END-CALL                                                     07060000
070700     MOVE 6 TO LS-METRICS-COL                                     07070000
070800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            07080000
070900         BY VALUE LS-METRICS-STMT                                 07090000
071000         BY VALUE LS-METRICS-COL                                  07100000
071100         BY VALUE LS-METRICS-ROWS                                 07110000
071200         RETURNING LS-METRICS-RC                                  07120000
071300     END-CALL                                                     07130000
071400     MOVE 7 TO LS-METRICS-COL                                     07140000
071500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            07150000
071600         BY VALUE LS-METRICS-STMT                                 07160000
071700         BY VALUE LS-METRICS-COL                                  07170000
071800         BY VALUE LS-METRICS-STEP-RC                              07180000
071900         RETURNING LS-METRICS-RC                                  07190000
072000     END-CALL                                                     07200000
072100     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                07210000
072200         BY VALUE LS-METRICS-STMT                                 07220000
072300         RETURNING LS-METRICS-RC                                  07230000
072400     END-CALL                                                     07240000
072500     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            07250000
072600        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           07260000
072700           LS-METRICS-RC UPON SYSOUT                              07270000
072800     END-IF                                                       07280000
072900     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            07290000
073000         BY VALUE LS-METRICS-STMT                                 07300000
073100         RETURNING LS-METRICS-RC                                  07310000
073200     END-CALL                                                     07320000
073300     .                                                            07330000
073400 RECORD-STEP-METRICS-CLOSE.                                       07340000
073500     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               07350000
073600         BY VALUE LS-METRICS-DB                                   07360000
073700         RETURNING LS-METRICS-RC                                  07370000
073800     END-CALL                                                     07380000
073900     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       07390000
074000     .                                                            07400000
074100 RECORD-STEP-METRICS-EXIT.                                        07410000
074200     EXIT                                                         07420000
074300     .                                                            07430000
074400 END PROGRAM 'TESTCB17'.                                          07440000
