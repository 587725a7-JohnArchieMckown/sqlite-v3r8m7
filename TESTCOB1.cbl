013000        VALUE IS ZERO.                                            00013000
013100*                                                                 00013100
013200* The registered business date (BUSDATE, a 6th positional         00013200
013300* PARM field, defaulted to the next BUSINESS day on or after      00013300
013330* the run date on BUSINESS_CALENDAR, the date TESTCB17            00013330
013360* enrolled the run under) stamped into the                        00013360
013400* BUSINESS_DATE column of every row this run inserts, so          00013400
013500* every row traces to exactly one approved RUN_CONTROL run.       00013500
013600*                                                                 00013600
013700 77  WS-PARM-BUSDATE         PIC X(8).                            00013700
013800 77  WS-BUS-DATE             PIC X(8).                            00013800
013850 77  LS-CALENDAR-STMT        USAGE IS POINTER.                    00013850
013900*                                                                 00013900
014000* JMODE, a 7th positional PARM field: WAL asks for the            00014000
014100* write-ahead-logging journal mode, so read-only steps            00014100
021800 77  WS-SYSPARM-VALUE        PIC X(40).                           00021800
021900 77  WS-SYSPARM-FOUND-SWITCH PIC X.                               00021900
022000     88  WS-SYSPARM-FOUND    VALUE IS 'Y'.                        00022000
022002*                                                                 00022002
022004* The STEP_METRICS row this step leaves for the TESTCB45          00022004
022006* batch-window report: the CEEGMT start and end seconds, the      00022006
022008* rows the step processed, its business date and return code,     00022008
022010* and the data base the row goes into (LOW-VALUES when there      00022010
022012* is none, and then no row is written).                           00022012
022014*                                                                 00022014
022016 77  LS-METRICS-DB           USAGE IS POINTER.                    00022016
022018 77  LS-METRICS-STMT         USAGE IS POINTER.                    00022018
022020 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00022020
022022 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00022022
022024 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00022024
022026 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00022026
022028 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00022028
022030        VALUE IS -1.                                              00022030
022032 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00022032
022034        VALUE IS 5000.                                            00022034
022036 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00022036
022038 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00022038
022040 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00022040
022042 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00022042
022044 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00022044
022046        VALUE IS ZERO.                                            00022046
022048 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00022048
022050 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00022050
022052        VALUE IS 1.                                               00022052
022054 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00022054
022056        VALUE IS 8.                                               00022056
022058 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00022058
022060 77  WS-METRICS-JOB          PIC X(8).                            00022060
022062 77  WS-METRICS-STEP         PIC X(8)                             00022062
022064        VALUE IS 'TESTCOB1'.                                      00022064
022066 77  WS-METRICS-DATE         PIC X(8)                             00022066
022068        VALUE IS SPACES.                                          00022068
022070 77  WS-METRICS-DBPATH       PIC X(320)                           00022070
022072        VALUE IS LOW-VALUES.                                      00022072
022074 77  WS-METRICS-SQL          PIC X(255).                          00022074
022076 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00022076
022100 LINKAGE SECTION.                                                 00022100
022200 01  MVS-PARM.                                                    00022200
022300     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00022300
023100*                                                                 00023100
023200 PROCEDURE DIVISION USING MVS-PARM.                               00023200
023300 START-UP.                                                        00023300
023330     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00023330
023360          LS-METRICS-START-SECS, LE-FC                            00023360
023400**                                                                00023400
023500** How to access the data when SQLITE returns a                   00023500
023600** pointer. The following shows how to get the pointer            00023600
029900     IF MVS-PARM-LENGTH IS EQUAL TO ZERO THEN                     00029900
030000        MOVE Z'/tmp/testcob1.sqlite3' TO SQL-ZCHAR                00030000
030100        MOVE WS-RUN-DATE TO WS-BUS-DATE                           00030100
030150        MOVE SPACES TO WS-PARM-BUSDATE                            00030150
030200     ELSE                                                         00030200
030300        MOVE SPACES TO WS-PARM-DBPATH                             00030300
030400        MOVE SPACES TO WS-PARM-TABLE                              00030400
034800     MOVE ZERO TO WS-TABLE-NAME-LEN                               00034800
034900     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             00034900
035000             FOR CHARACTERS BEFORE INITIAL SPACE                  00035000
035050     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          00035050
035100     CALL 'SQLITE3A' USING BY REFERENCE SQLITE3-OPEN              00035100
035200          BY REFERENCE SQL-ZCHAR                                  00035200
035300          BY REFERENCE LS-DB                                      00035300
036500         BY VALUE LS-BUSY-TIMEOUT-MS                              00036500
036600         RETURNING LS-SQL-RC                                      00036600
036700     END-CALL                                                     00036700
036720     IF WS-PARM-BUSDATE IS EQUAL TO SPACES THEN                   00036720
036740        PERFORM RESOLVE-BUSINESS-DATE                             00036740
036760     END-IF                                                       00036760
036800     IF WS-PARM-JMODE IS EQUAL TO 'WAL' THEN                      00036800
036900        MOVE Z'PRAGMA journal_mode=WAL;' TO SQL-ZCHAR             00036900
037000        CALL 'SQLITE3A' USING BY REFERENCE SQLITE3-EXEC           00037000
047400        END-CALL                                                  00047400
047500     END-IF                                                       00047500
047600     .                                                            00047600
047601*                                                                 00047601
047602* An empty BUSDATE becomes the next BUSINESS day on or after      00047602
047603* the run date on BUSINESS_CALENDAR, the same date TESTCB17       00047603
047604* enrolled the run under, so the rows carry the run's date.       00047604
047605* The run date stands when there is no calendar or no such day.   00047605
047606*                                                                 00047606
047607 RESOLVE-BUSINESS-DATE.                                           00047607
047608     MOVE 1 TO WS-SQL-PTR                                         00047608
047609     STRING 'SELECT MIN(CAL_DATE) FROM BUSINESS_CALENDAR '        00047609
047610         DELIMITED BY SIZE                                        00047610
047611         'WHERE CAL_DATE >= ? AND DAY_TYPE = '                    00047611
047612         DELIMITED BY SIZE                                        00047612
047613         '''BUSINESS''' DELIMITED BY SIZE                         00047613
047614         INTO SQL-ZCHAR                                           00047614
047615         WITH POINTER WS-SQL-PTR                                  00047615
047616     END-STRING                                                   00047616
047617     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00047617
047618     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00047618
047619         BY VALUE LS-DB                                           00047619
047620         BY REFERENCE SQL-ZCHAR                                   00047620
047621         BY VALUE LS-MINUS-ONE                                    00047621
047622         BY REFERENCE LS-CALENDAR-STMT                            00047622
047623         BY VALUE LS-ZERO                                         00047623
047624         RETURNING LS-SQL-RC                                      00047624
047625     END-CALL                                                     00047625
047626     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00047626
047627        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00047627
047628        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00047628
047629            BY VALUE LS-CALENDAR-STMT                             00047629
047630            BY VALUE LS-ONE                                       00047630
047631            BY REFERENCE WS-RUN-DATE                              00047631
047632            BY VALUE 8                                            00047632
047633            BY VALUE SQLITE-TRANSIENT                             00047633
047634            RETURNING LS-SQL-RC                                   00047634
047635        END-CALL                                                  00047635
047636        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00047636
047637            BY VALUE LS-CALENDAR-STMT                             00047637
047638            RETURNING LS-SQL-RC                                   00047638
047639        END-CALL                                                  00047639
047640        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00047640
047641           CALL SQLITE3A USING                                    00047641
047642               BY REFERENCE SQLITE3-COLUMN-TEXT                   00047642
047643               BY VALUE LS-CALENDAR-STMT                          00047643
047644               BY VALUE LS-ZERO                                   00047644
047645               RETURNING LS-COLUMN-POINTER                        00047645
047646           END-CALL                                               00047646
047647           IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN         00047647
047648              SET ADDRESS OF LINKAGE-ERRMSG-TEXT TO               00047648
047649                  LS-COLUMN-POINTER                               00047649
047650              MOVE LINKAGE-ERRMSG-TEXT(1:8) TO WS-BUS-DATE        00047650
047651           END-IF                                                 00047651
047652        END-IF                                                    00047652
047653        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00047653
047654            BY VALUE LS-CALENDAR-STMT                             00047654
047655            RETURNING LS-SQL-RC                                   00047655
047656        END-CALL                                                  00047656
047657     END-IF                                                       00047657
047658     DISPLAY 'BUSDATE NOT CODED. BUSINESS DATE IS '               00047658
047659        WS-BUS-DATE UPON SYSOUT                                   00047659
047660     .                                                            00047660
047700 DROP-TABLE.                                                      00047700
047800     MOVE 1 TO WS-SQL-PTR                                         00047800
047900     STRING 'DROP TABLE ' DELIMITED BY SIZE                       00047900
104200     .                                                            00104200
104300                                                                  00104300
104400 SHUTDOWN.                                                        00104400
104410     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00104410
104420         BY VALUE LS-DB                                           00104420
104430         RETURNING LS-SQL-RC                                      00104430
104440     END-CALL                                                     00104440
104450     MOVE WS-BUS-DATE TO WS-METRICS-DATE                          00104450
104460     MOVE WS-EXPECTED-INSERTS TO LS-METRICS-ROWS                  00104460
104470     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    00104470
104500     CALL 'SQLITE3A' USING SQLITE3-SHUTDOWN                       00104500
104600          RETURNING LS-SQL-RC                                     00104600
104700     END-CALL                                                     00104700
107300         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00107300
107400         UPON SYSOUT                                              00107400
107500     .                                                            00107500
107600*                                                                 00107600
107700* Leave this step's STEP_METRICS row for the TESTCB45             00107700
107800* batch-window report. The row goes in on a connection of its     00107800
107900* own once the step's own work is finished, so a read-only step   00107900
108000* stays read-only and the row is never part of (or waiting on)    00108000
108100* the step's own transaction. A failure here is reported and      00108100
108200* nothing more: the step keeps the return code its own work       00108200
108300* earned. A data base that does not exist is not created just     00108300
108400* to hold the row.                                                00108400
108500*                                                                 00108500
108600 RECORD-STEP-METRICS.                                             00108600
108700     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00108700
108800     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00108800
108900        GO TO RECORD-STEP-METRICS-EXIT                            00108900
109000     END-IF                                                       00109000
109100     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00109100
109200          LS-METRICS-END-SECS, LE-FC                              00109200
109300     MOVE SPACES TO WS-METRICS-JOB                                00109300
109400     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00109400
109500          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00109500
109600     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00109600
109700     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00109700
109800         BY REFERENCE WS-METRICS-DBPATH                           00109800
109900         BY REFERENCE LS-METRICS-DB                               00109900
110000         BY VALUE LS-METRICS-FLAGS                                00110000
110100         BY VALUE LS-METRICS-NULL                                 00110100
110200         RETURNING LS-METRICS-RC                                  00110200
110300     END-CALL                                                     00110300
110400     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00110400
110500        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00110500
110600           LS-METRICS-RC UPON SYSOUT                              00110600
110700        GO TO RECORD-STEP-METRICS-CLOSE                           00110700
110800     END-IF                                                       00110800
110900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00110900
111000         BY VALUE LS-METRICS-DB                                   00111000
111100         BY VALUE LS-METRICS-WAIT-MS                              00111100
111200         RETURNING LS-METRICS-RC                                  00111200
111300     END-CALL                                                     00111300
111400     MOVE 1 TO WS-METRICS-PTR                                     00111400
111500     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00111500
111600         DELIMITED BY SIZE                                        00111600
111700         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00111700
111800         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00111800
111900         DELIMITED BY SIZE                                        00111900
112000         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00112000
112100         DELIMITED BY SIZE                                        00112100
112200         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00112200
112300         INTO WS-METRICS-SQL                                      00112300
112400         WITH POINTER WS-METRICS-PTR                              00112400
112500     END-STRING                                                   00112500
112600     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00112600
112700     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00112700
112800         BY VALUE LS-METRICS-DB                                   00112800
112900         BY REFERENCE WS-METRICS-SQL                              00112900
113000         BY VALUE LS-METRICS-NULL                                 00113000
113100         BY VALUE LS-METRICS-NULL                                 00113100
113200         BY VALUE LS-METRICS-NULL                                 00113200
113300         RETURNING LS-METRICS-RC                                  00113300
113400     END-CALL                                                     00113400
113500     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00113500
113600        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00113600
113700           LS-METRICS-RC UPON SYSOUT                              00113700
113800        GO TO RECORD-STEP-METRICS-CLOSE                           00113800
113900     END-IF                                                       00113900
114000     MOVE 1 TO WS-METRICS-PTR                                     00114000
114100     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00114100
114200         DELIMITED BY SIZE                                        00114200
114300         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00114300
114400         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00114400
114500         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00114500
114600         INTO WS-METRICS-SQL                                      00114600
114700         WITH POINTER WS-METRICS-PTR                              00114700
114800     END-STRING                                                   00114800
114900     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00114900
115000     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00115000
115100         BY VALUE LS-METRICS-DB                                   00115100
115200         BY REFERENCE WS-METRICS-SQL                              00115200
115300         BY VALUE LS-METRICS-MINUS-ONE                            00115300
115400         BY REFERENCE LS-METRICS-STMT                             00115400
115500         BY VALUE LS-METRICS-NULL                                 00115500
115600         RETURNING LS-METRICS-RC                                  00115600
115700     END-CALL                                                     00115700
115800     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00115800
115900        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00115900
116000           LS-METRICS-RC UPON SYSOUT                              00116000
116100        GO TO RECORD-STEP-METRICS-CLOSE                           00116100
116200     END-IF                                                       00116200
116300     MOVE 1 TO LS-METRICS-COL                                     00116300
116400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00116400
116500         BY VALUE LS-METRICS-STMT                                 00116500
116600         BY VALUE LS-METRICS-COL                                  00116600
116700         BY REFERENCE WS-METRICS-JOB                              00116700
116800         BY VALUE 8                                               00116800
116900         BY VALUE SQLITE-TRANSIENT                                00116900
117000         RETURNING LS-METRICS-RC                                  00117000
117100     END-CALL                                                     00117100
117200     MOVE 2 TO LS-METRICS-COL                                     00117200
117300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00117300
117400         BY VALUE LS-METRICS-STMT                                 00117400
117500         BY VALUE LS-METRICS-COL                                  00117500
117600         BY REFERENCE WS-METRICS-STEP                             00117600
117700         BY VALUE 8                                               00117700
117800         BY VALUE SQLITE-TRANSIENT                                00117800
117900         RETURNING LS-METRICS-RC                                  00117900
118000     END-CALL                                                     00118000
118100     MOVE 3 TO LS-METRICS-COL                                     00118100
118200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00118200
118300         BY VALUE LS-METRICS-STMT                                 00118300
118400         BY VALUE LS-METRICS-COL                                  00118400
118500         BY REFERENCE WS-METRICS-DATE                             00118500
118600         BY VALUE 8                                               00118600
118700         BY VALUE SQLITE-TRANSIENT                                00118700
118800         RETURNING LS-METRICS-RC                                  00118800
118900     END-CALL                                                     00118900
119000     CALL SQLITE3A USING                                          00119000
119100         BY REFERENCE CONVERT-HFP-TO-BFP                          00119100
119200         BY VALUE LS-METRICS-START-SECS                           00119200
119300         BY REFERENCE LS-METRICS-TIME-BFP                         00119300
119400     END-CALL                                                     00119400
119500     MOVE 4 TO LS-METRICS-COL                                     00119500
119600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00119600
119700         BY VALUE LS-METRICS-STMT                                 00119700
119800         BY VALUE LS-METRICS-COL                                  00119800
119900         BY VALUE LS-METRICS-TIME-BFP                             00119900
120000         RETURNING LS-METRICS-RC                                  00120000
120100     END-CALL                                                     00120100
120200     CALL SQLITE3A USING                                          00120200
120300         BY REFERENCE CONVERT-HFP-TO-BFP                          00120300
120400         BY VALUE LS-METRICS-END-SECS                             00120400
120500         BY REFERENCE LS-METRICS-TIME-BFP                         00120500
120600     END-CALL                                                     00120600
120700     MOVE 5 TO LS-METRICS-COL                                     00120700
120800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00120800
120900         BY VALUE LS-METRICS-STMT                                 00120900
121000         BY VALUE LS-METRICS-COL                                  00121000
121100         BY VALUE LS-METRICS-TIME-BFP                             00121100
121200         RETURNING LS-METRICS-RC                                  00121200
121300     END-CALL                                                     00121300
121400     MOVE 6 TO LS-METRICS-COL                                     00121400
121500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00121500
121600         BY VALUE LS-METRICS-STMT                                 00121600
121700         BY VALUE LS-METRICS-COL                                  00121700
121800         BY VALUE LS-METRICS-ROWS                                 00121800
121900         RETURNING LS-METRICS-RC                                  00121900
122000     END-CALL                                                     00122000
122100     MOVE 7 TO LS-METRICS-COL                                     00122100
122200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00122200
122300         BY VALUE LS-METRICS-STMT                                 00122300
122400         BY VALUE LS-METRICS-COL                                  00122400
122500         BY VALUE LS-METRICS-STEP-RC                              00122500
122600         RETURNING LS-METRICS-RC                                  00122600
122700     END-CALL                                                     00122700
122800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00122800
122900         BY VALUE LS-METRICS-STMT                                 00122900
123000         RETURNING LS-METRICS-RC                                  00123000
123100     END-CALL                                                     00123100
123200     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00123200
123300        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00123300
123400           LS-METRICS-RC UPON SYSOUT                              00123400
123500     END-IF                                                       00123500
123600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00123600
123700         BY VALUE LS-METRICS-STMT                                 00123700
123800         RETURNING LS-METRICS-RC                                  00123800
123900     END-CALL                                                     00123900
124000     .                                                            00124000
124100 RECORD-STEP-METRICS-CLOSE.                                       00124100
124200     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00124200
124300         BY VALUE LS-METRICS-DB                                   00124300
124400         RETURNING LS-METRICS-RC                                  00124400
124500     END-CALL                                                     00124500
124600     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00124600
124700     .                                                            00124700
124800 RECORD-STEP-METRICS-EXIT.                                        00124800
124900     EXIT                                                         00124900
125000     .                                                            00125000
125100 END PROGRAM 'TESTCOB1'.                                          00125100
