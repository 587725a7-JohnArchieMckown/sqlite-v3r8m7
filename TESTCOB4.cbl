004800* (feed identity, accepted and rejected counts, final             00004800
004900* status) is written to the ACKOUT file for transmission          00004900
005000* back to the source system.                                      00005000
005010*                                                                 00005010
005020* The data base must be at SCHEMA_VERSION level 1 (the layout     00005020
005030* built here; TESTCB44 keeps the level). An existing data base    00005030
005040* below it is refused RC=16, before any row is read, until        00005040
005050* TESTCB44 migrates it; a new data base is marked at level 1      00005050
005060* once its tables are created.                                    00005060
005100*                                                                 00005100
005120* A STEP_METRICS row (records read) is left for the TESTCB45      00005120
005140* batch-window report.                                            00005140
005160*                                                                 00005160
005165* Every reject is also recorded in REJECT_HISTORY (feed date,     00005165
005170* source, reason, LOAD-ID) for the TESTCB47 reject-rate report.   00005170
005175* The reject record carries its origin feed date and source in    00005175
005180* bytes 61-76 so the TESTCB22 recycle can carry them back; a      00005180
005185* recycled record that loads from a TESTCB22 feed marks the       00005185
005190* open history rows for its origin RECYCLED.                      00005190
005195*                                                                 00005195
005196* A loaded row or contact whose ID TESTCB50 has flagged           00005196
005197* dormant is reactivated and audited (operation REACTIVATE        00005197
005198* against DORMANT) for the TESTCB50 reactivation report.          00005198
005199*                                                                 00005199
005200 ENVIRONMENT DIVISION.                                            00005200
005300 CONFIGURATION SECTION.                                           00005300
005400 SOURCE-COMPUTER. IBM-370.                                        00005400
014500        VALUE IS 5.                                               00014500
014600 77  LS-SIX                  PIC S9(9) COMP-5                     00014600
014700        VALUE IS 6.                                               00014700
014730 77  LS-SEVEN                PIC S9(9) COMP-5                     00014730
014760        VALUE IS 7.                                               00014760
014800 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00014800
014900 77  LS-NULL                 POINTER VALUE IS NULL.               00014900
015000 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00015000
017300 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00017300
017400*                                                                 00017400
017500* The registered business date (BUSDATE, a 3rd positional         00017500
017600* PARM field, defaulted to the next BUSINESS day on or after      00017600
017630* the run date on BUSINESS_CALENDAR, the date TESTCB17            00017630
017660* enrolled the run under) stamped into the                        00017660
017700* BUSINESS_DATE column of every row this load inserts, so         00017700
017800* every row traces to exactly one approved RUN_CONTROL run.       00017800
017900*                                                                 00017900
018000 77  WS-PARM-BUSDATE         PIC X(8).                            00018000
018100 77  WS-BUS-DATE             PIC X(8).                            00018100
018150 77  LS-CALENDAR-POINTER     USAGE IS POINTER.                    00018150
018200*                                                                 00018200
018300* JMODE, a 4th positional PARM field: WAL asks for the            00018300
018400* write-ahead-logging journal mode, so read-only steps            00018400
026800 77  WS-CONTACT-DISPLAY      PIC Z(8)9.                           00026800
026900 77  WS-ROW-FOUND-SWITCH     PIC X.                               00026900
027000     88  WS-ROW-FOUND        VALUE IS 'Y'.                        00027000
027002*                                                                 00027002
027004* The STEP_METRICS row this step leaves for the TESTCB45          00027004
027006* batch-window report: the CEEGMT start and end seconds, the      00027006
027008* rows the step processed, its business date and return code,     00027008
027010* and the data base the row goes into (LOW-VALUES when there      00027010
027012* is none, and then no row is written).                           00027012
027014*                                                                 00027014
027016 77  LS-METRICS-DB           USAGE IS POINTER.                    00027016
027018 77  LS-METRICS-STMT         USAGE IS POINTER.                    00027018
027020 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00027020
027022 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00027022
027024 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00027024
027026 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00027026
027028 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00027028
027030        VALUE IS -1.                                              00027030
027032 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00027032
027034        VALUE IS 5000.                                            00027034
027036 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00027036
027038 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00027038
027040 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00027040
027042 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00027042
027044 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00027044
027046        VALUE IS ZERO.                                            00027046
027048 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00027048
027050 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00027050
027052        VALUE IS 1.                                               00027052
027054 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00027054
027056        VALUE IS 8.                                               00027056
027058 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00027058
027060 77  WS-METRICS-JOB          PIC X(8).                            00027060
027062 77  WS-METRICS-STEP         PIC X(8)                             00027062
027064        VALUE IS 'TESTCOB4'.                                      00027064
027066 77  WS-METRICS-DATE         PIC X(8)                             00027066
027068        VALUE IS SPACES.                                          00027068
027070 77  WS-METRICS-DBPATH       PIC X(320)                           00027070
027072        VALUE IS LOW-VALUES.                                      00027072
027074 77  WS-METRICS-SQL          PIC X(255).                          00027074
027076 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00027076
027077*                                                                 00027077
027078* Fields supporting the reactivation of dormant rows.             00027078
027079*                                                                 00027079
027080 77  LS-REACTIVATE-STMT      USAGE IS POINTER.                    00027080
027081 77  LS-BIND-LENGTH          PIC S9(9) COMP-5.                    00027081
027082 77  WS-REACTIVATE-ID        PIC S9(9) COMP-5.                    00027082
027083 77  WS-REACTIVATE-ID-DISPLAY PIC 9(9).                           00027083
027084 77  WS-DORMANT-SWITCH       PIC X                                00027084
027085                             VALUE IS 'N'.                        00027085
027086     88  WS-DORMANT-TRACKED  VALUE IS 'Y'.                        00027086
027087 77  WS-REACTIVATE-COUNT     PIC S9(9) COMP-5                     00027087
027088                             VALUE IS ZERO.                       00027088
027089 77  WS-REACTIVATE-DISPLAY   PIC Z(8)9.                           00027089
027100*                                                                 00027100
027200* Fields supporting an AUDIT_LOG table and a reusable             00027200
027300* WRITE-AUDIT-LOG paragraph, so every row this loader             00027300
029100        VALUE IS 8.                                               00029100
029200 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00029200
029300 77  WS-JOB-NAME             PIC X(8).                            00029300
029310*                                                                 00029310
029320* Fields supporting the schema-level check: the SCHEMA_VERSION    00029320
029330* level this loader's table layout needs (TESTCB44 applies the    00029330
029340* numbered changes that raise it), the level found, and           00029340
029350* whether the data base is new -- no business table and no        00029350
029360* FEED_REGISTER -- so it is built here at the required level.     00029360
029370*                                                                 00029370
029380 77  WS-SCHEMA-REQUIRED      PIC S9(9) COMP-5                     00029380
029390                             VALUE IS 1.                          00029390
029400 77  WS-SCHEMA-LEVEL         PIC S9(9) COMP-5                     00029400
029410                             VALUE IS ZERO.                       00029410
029420 77  WS-SCHEMA-NAME-LEN      PIC S9(9) COMP-5.                    00029420
029430 77  WS-SCHEMA-DISPLAY       PIC Z(8)9.                           00029430
029440 77  WS-REQUIRED-DISPLAY     PIC Z(8)9.                           00029440
029450 77  WS-NEW-DB-SWITCH        PIC X                                00029450
029460                             VALUE IS 'N'.                        00029460
029470     88  WS-NEW-DB           VALUE IS 'Y'.                        00029470
029480*                                                                 00029480
029490* Fields supporting REJECT_HISTORY: every reject is recorded      00029490
029500* with the feed it came from (the header date and source, or      00029500
029510* the origin a TESTCB22 recycle carries in bytes 61-76) and       00029510
029520* the recycle count, and a recycled record that loads             00029520
029530* resolves the open history rows for its origin.                  00029530
029540*                                                                 00029540
029550 77  LS-HISTORY-STMT         USAGE IS POINTER.                    00029550
029560 77  LS-RESOLVE-STMT         USAGE IS POINTER.                    00029560
029570 77  LS-CHANGES              PIC S9(9) COMP-5.                    00029570
029580 77  WS-ORIGIN-DATE          PIC X(8).                            00029580
029590 77  WS-ORIGIN-SOURCE        PIC X(8).                            00029590
029600 77  WS-HISTORY-ID           PIC X(9).                            00029600
029610 77  WS-HISTORY-RECYCLE      PIC S9(9) COMP-5.                    00029610
029620 77  WS-RECYCLE-DIGITS       PIC 9(2).                            00029620
029630 77  WS-RESOLVED-COUNT       PIC S9(9) COMP-5                     00029630
029640                             VALUE IS ZERO.                       00029640
029650 77  WS-RESOLVED-DISPLAY     PIC Z(8)9.                           00029650
029660 LINKAGE SECTION.                                                 00029660
029670 01  MVS-PARM.                                                    00029670
029680     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00029680
029700     05 MVS-PARM-VALUE       PIC X(32760).                        00029700
029800 77  LINKAGE-LIBVERSION      PIC X(101).                          00029800
029900 77  LINKAGE-ERRMSG-TEXT     PIC X(1024).                         00029900
030400*                                                                 00030400
030500 PROCEDURE DIVISION USING MVS-PARM.                               00030500
030600 START-UP.                                                        00030600
030630     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00030630
030660          LS-METRICS-START-SECS, LE-FC                            00030660
030700     CALL 'SQLITE3A' USING SQLITE3-LIBVERSION                     00030700
030800          RETURNING LS-LIBVERSION-POINTER                         00030800
030900     END-CALL                                                     00030900
033600     IF MVS-PARM-LENGTH IS EQUAL TO ZERO THEN                     00033600
033700        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00033700
033800        MOVE WS-RUN-DATE TO WS-BUS-DATE                           00033800
033850        MOVE SPACES TO WS-PARM-BUSDATE                            00033850
033900     ELSE                                                         00033900
034000        MOVE SPACES TO WS-PARM-DBPATH                             00034000
034100        MOVE SPACES TO WS-PARM-TABLE                              00034100
036900             FOR CHARACTERS BEFORE INITIAL SPACE                  00036900
037000     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00037000
037100     ADD SQLITE-OPEN-CREATE TO LS-OPEN-FLAGS                      00037100
037150     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          00037150
037200     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00037200
037300         BY REFERENCE SQL-ZCHAR                                   00037300
037400         BY REFERENCE LS-DB                                       00037400
038900         BY VALUE LS-BUSY-TIMEOUT-MS                              00038900
039000         RETURNING LS-SQL-RC                                      00039000
039100     END-CALL                                                     00039100
039120     IF WS-PARM-BUSDATE IS EQUAL TO SPACES THEN                   00039120
039140        PERFORM RESOLVE-BUSINESS-DATE                             00039140
039160     END-IF                                                       00039160
039200     IF WS-PARM-JMODE IS EQUAL TO 'WAL' THEN                      00039200
039300        MOVE Z'PRAGMA journal_mode=WAL;' TO SQL-ZCHAR             00039300
039400        CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC             00039400
041000        DISPLAY 'JOURNAL MODE SET TO WAL.' UPON SYSOUT            00041000
041100     END-IF                                                       00041100
041200     .                                                            00041200
041210*                                                                 00041210
041220* The data base must be at the schema level this loader's         00041220
041230* layout needs. Below it, the run is refused RC=16 until          00041230
041240* TESTCB44 brings the data base up -- unless the data base is     00041240
041250* new, in which case the CREATE TABLEs that follow build it       00041250
041260* at the required level and STAMP-SCHEMA-LEVEL records that.      00041260
041270*                                                                 00041270
041280 CHECK-SCHEMA-LEVEL.                                              00041280
041290     MOVE ZERO TO WS-SCHEMA-LEVEL                                 00041290
041300     MOVE Z'SELECT COALESCE(MAX(VERSION),0) FROM SCHEMA_VERSION'  00041300
041310        TO SQL-ZCHAR                                              00041310
041320     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00041320
041330         BY VALUE LS-DB                                           00041330
041340         BY REFERENCE SQL-ZCHAR                                   00041340
041350         BY VALUE LS-MINUS-ONE                                    00041350
041360         BY REFERENCE LS-CHECK-STMT                               00041360
041370         BY VALUE LS-ZERO                                         00041370
041380         RETURNING LS-SQL-RC                                      00041380
041390     END-CALL                                                     00041390
041400* A data base without the SCHEMA_VERSION table is at level 0.     00041400
041410     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00041410
041420        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00041420
041430        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00041430
041440            BY VALUE LS-CHECK-STMT                                00041440
041450            RETURNING LS-SQL-RC                                   00041450
041460        END-CALL                                                  00041460
041470        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00041470
041480           MOVE +0 TO LS-COLUMN-NUMBER                            00041480
041490           CALL SQLITE3A USING                                    00041490
041500               BY REFERENCE SQLITE3-COLUMN-INT                    00041500
041510               BY VALUE LS-CHECK-STMT                             00041510
041520               BY VALUE LS-COLUMN-NUMBER                          00041520
041530               RETURNING WS-SCHEMA-LEVEL                          00041530
041540           END-CALL                                               00041540
041550        END-IF                                                    00041550
041560        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00041560
041570            BY VALUE LS-CHECK-STMT                                00041570
041580            RETURNING LS-SQL-RC                                   00041580
041590        END-CALL                                                  00041590
041600     END-IF                                                       00041600
041610     IF WS-SCHEMA-LEVEL IS NOT LESS THAN WS-SCHEMA-REQUIRED THEN  00041610
041620        GO TO CREATE-TABLE                                        00041620
041630     END-IF                                                       00041630
041640     MOVE 1 TO WS-SQL-PTR                                         00041640
041650     STRING 'SELECT COUNT(*) FROM sqlite_master '                 00041650
041660         DELIMITED BY SIZE                                        00041660
041670         'WHERE type = ''table'' AND (name = ? '                  00041670
041680         DELIMITED BY SIZE                                        00041680
041690         'COLLATE NOCASE OR name = ''FEED_REGISTER'')'            00041690
041700         DELIMITED BY SIZE                                        00041700
041710         INTO SQL-ZCHAR                                           00041710
041720         WITH POINTER WS-SQL-PTR                                  00041720
041730     END-STRING                                                   00041730
041740     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00041740
041750     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00041750
041760         BY VALUE LS-DB                                           00041760
041770         BY REFERENCE SQL-ZCHAR                                   00041770
041780         BY VALUE LS-MINUS-ONE                                    00041780
041790         BY REFERENCE LS-CHECK-STMT                               00041790
041800         BY VALUE LS-ZERO                                         00041800
041810         RETURNING LS-SQL-RC                                      00041810
041820     END-CALL                                                     00041820
041830     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00041830
041840        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00041840
041850        DISPLAY 'PREPARE OF SCHEMA CHECK FAILED. RC='             00041850
041860           LS-SQL-RC UPON SYSOUT                                  00041860
041870        PERFORM DISPLAY-SQL-ERROR                                 00041870
041880        MOVE +16 TO RETURN-CODE                                   00041880
041890        GOBACK                                                    00041890
041900     END-IF                                                       00041900
041910     MOVE WS-TABLE-NAME-LEN TO WS-SCHEMA-NAME-LEN                 00041910
041920     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00041920
041930         BY VALUE LS-CHECK-STMT                                   00041930
041940         BY VALUE LS-ONE                                          00041940
041950         BY REFERENCE WS-TABLE-NAME                               00041950
041960         BY VALUE WS-SCHEMA-NAME-LEN                              00041960
041970         BY VALUE SQLITE-TRANSIENT                                00041970
041980         RETURNING LS-SQL-RC                                      00041980
041990     END-CALL                                                     00041990
042000     MOVE ZERO TO LS-I                                            00042000
042010     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00042010
042020         BY VALUE LS-CHECK-STMT                                   00042020
042030         RETURNING LS-SQL-RC                                      00042030
042040     END-CALL                                                     00042040
042050     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00042050
042060        MOVE +0 TO LS-COLUMN-NUMBER                               00042060
042070        CALL SQLITE3A USING                                       00042070
042080            BY REFERENCE SQLITE3-COLUMN-INT                       00042080
042090            BY VALUE LS-CHECK-STMT                                00042090
042100            BY VALUE LS-COLUMN-NUMBER                             00042100
042110            RETURNING LS-I                                        00042110
042120        END-CALL                                                  00042120
042130     END-IF                                                       00042130
042140     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00042140
042150         BY VALUE LS-CHECK-STMT                                   00042150
042160         RETURNING LS-SQL-RC                                      00042160
042170     END-CALL                                                     00042170
042180     IF LS-I IS EQUAL TO ZERO THEN                                00042180
042190        MOVE 'Y' TO WS-NEW-DB-SWITCH                              00042190
042200        GO TO CREATE-TABLE                                        00042200
042210     END-IF                                                       00042210
042220     MOVE WS-SCHEMA-LEVEL TO WS-SCHEMA-DISPLAY                    00042220
042230     MOVE WS-SCHEMA-REQUIRED TO WS-REQUIRED-DISPLAY               00042230
042240     DISPLAY 'DATA BASE IS AT SCHEMA LEVEL ' WS-SCHEMA-DISPLAY    00042240
042250        '; THIS LOADER NEEDS LEVEL ' WS-REQUIRED-DISPLAY          00042250
042260        UPON SYSOUT                                               00042260
042270     DISPLAY 'RUN TESTCB44 TO MIGRATE THE DATA BASE. '            00042270
042280        'NOTHING LOADED.' UPON SYSOUT                             00042280
042290     MOVE +16 TO RETURN-CODE                                      00042290
042300     GOBACK                                                       00042300
042310     .                                                            00042310
042320 CREATE-TABLE.                                                    00042320
042330     MOVE 1 TO WS-SQL-PTR                                         00042330
042340     STRING 'CREATE TABLE IF NOT EXISTS ' DELIMITED BY SIZE       00042340
042350         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00042350
042360         '(ID INTEGER PRIMARY KEY,' DELIMITED BY SIZE             00042360
042370         'NAME TEXT,AMOUNT REAL,BUSINESS_DATE TEXT)'              00042370
042380         DELIMITED BY SIZE                                        00042380
042390         INTO SQL-ZCHAR                                           00042390
042400         WITH POINTER WS-SQL-PTR                                  00042400
042410     END-STRING                                                   00042410
042420     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00042420
042430     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00042430
042500         BY VALUE LS-DB                                           00042500
042600         BY REFERENCE SQL-ZCHAR                                   00042600
042700         BY VALUE LS-ZERO                                         00042700
052500        GOBACK                                                    00052500
052600     END-IF                                                       00052600
052700     .                                                            00052700
052710 CREATE-REJECT-HISTORY-TABLE.                                     00052710
052720     MOVE 1 TO WS-SQL-PTR                                         00052720
052730     STRING 'CREATE TABLE IF NOT EXISTS REJECT_HISTORY ('         00052730
052740         DELIMITED BY SIZE                                        00052740
052750         'FEED_DATE TEXT, FEED_SOURCE TEXT, REASON TEXT, '        00052750
052760         DELIMITED BY SIZE                                        00052760
052770         'LOAD_ID TEXT, REJECT_PROGRAM TEXT, '                    00052770
052780         DELIMITED BY SIZE                                        00052780
052790         'RECYCLE_COUNT INTEGER, RECYCLE_ID TEXT, '               00052790
052800         DELIMITED BY SIZE                                        00052800
052810         'STATUS TEXT, REJECT_TIME REAL, JOB_NAME TEXT, '         00052810
052820         DELIMITED BY SIZE                                        00052820
052830         'RESOLVED_DATE TEXT)' DELIMITED BY SIZE                  00052830
052840         INTO SQL-ZCHAR                                           00052840
052850         WITH POINTER WS-SQL-PTR                                  00052850
052860     END-STRING                                                   00052860
052870     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00052870
052880     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00052880
052890         BY VALUE LS-DB                                           00052890
052900         BY REFERENCE SQL-ZCHAR                                   00052900
052910         BY VALUE LS-ZERO                                         00052910
052920         BY VALUE LS-ZERO                                         00052920
052930         BY VALUE LS-ZERO                                         00052930
052940         RETURNING LS-SQL-RC                                      00052940
052950     END-CALL                                                     00052950
052960     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00052960
052970        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00052970
052980        DISPLAY 'CREATE REJECT_HISTORY TABLE FAILED. RC='         00052980
052990           LS-SQL-RC UPON SYSOUT                                  00052990
053000        PERFORM DISPLAY-SQL-ERROR                                 00053000
053010        MOVE +16 TO RETURN-CODE                                   00053010
053020        GOBACK                                                    00053020
053030     END-IF                                                       00053030
053040     MOVE 1 TO WS-SQL-PTR                                         00053040
053050     STRING 'CREATE INDEX IF NOT EXISTS REJECT_HISTORY_KEY '      00053050
053060         DELIMITED BY SIZE                                        00053060
053070         'ON REJECT_HISTORY(FEED_DATE,FEED_SOURCE,REASON,'        00053070
053080         DELIMITED BY SIZE                                        00053080
053090         'LOAD_ID)' DELIMITED BY SIZE                             00053090
053100         INTO SQL-ZCHAR                                           00053100
053110         WITH POINTER WS-SQL-PTR                                  00053110
053120     END-STRING                                                   00053120
053130     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00053130
053140     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00053140
053150         BY VALUE LS-DB                                           00053150
053160         BY REFERENCE SQL-ZCHAR                                   00053160
053170         BY VALUE LS-ZERO                                         00053170
053180         BY VALUE LS-ZERO                                         00053180
053190         BY VALUE LS-ZERO                                         00053190
053200         RETURNING LS-SQL-RC                                      00053200
053210     END-CALL                                                     00053210
053220     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00053220
053230        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00053230
053240        DISPLAY 'CREATE REJECT_HISTORY INDEX FAILED. RC='         00053240
053250           LS-SQL-RC UPON SYSOUT                                  00053250
053260        PERFORM DISPLAY-SQL-ERROR                                 00053260
053270        MOVE +16 TO RETURN-CODE                                   00053270
053280        GOBACK                                                    00053280
053290     END-IF                                                       00053290
053300     .                                                            00053300
053310*                                                                 00053310
053320* A new data base now has the loader's layout; SCHEMA_VERSION     00053320
053330* is created and marked at the required level so TESTCB44 and     00053330
053340* the other loaders see the level it was built at.                00053340
053350*                                                                 00053350
053360 STAMP-SCHEMA-LEVEL.                                              00053360
053370     IF NOT WS-NEW-DB THEN                                        00053370
053380        GO TO PREREAD-FEED                                        00053380
053390     END-IF                                                       00053390
053400     MOVE 1 TO WS-SQL-PTR                                         00053400
053410     STRING 'CREATE TABLE IF NOT EXISTS SCHEMA_VERSION ('         00053410
053420         DELIMITED BY SIZE                                        00053420
053430         'VERSION INTEGER PRIMARY KEY, DESCRIPTION TEXT, '        00053430
053440         DELIMITED BY SIZE                                        00053440
053450         'APPLIED_TIME REAL, JOB_NAME TEXT, DDL_TEXT TEXT)'       00053450
053460         DELIMITED BY SIZE                                        00053460
053470         INTO SQL-ZCHAR                                           00053470
053480         WITH POINTER WS-SQL-PTR                                  00053480
053490     END-STRING                                                   00053490
053500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00053500
053510     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00053510
053520         BY VALUE LS-DB                                           00053520
053530         BY REFERENCE SQL-ZCHAR                                   00053530
053540         BY VALUE LS-ZERO                                         00053540
053550         BY VALUE LS-ZERO                                         00053550
053560         BY VALUE LS-ZERO                                         00053560
053570         RETURNING LS-SQL-RC                                      00053570
053580     END-CALL                                                     00053580
053590     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00053590
053600        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00053600
053610        DISPLAY 'CREATE SCHEMA_VERSION TABLE FAILED. RC='         00053610
053620           LS-SQL-RC UPON SYSOUT                                  00053620
053630        PERFORM DISPLAY-SQL-ERROR                                 00053630
053640        MOVE +16 TO RETURN-CODE                                   00053640
053650        GOBACK                                                    00053650
053660     END-IF                                                       00053660
053670     MOVE 1 TO WS-SQL-PTR                                         00053670
053680     STRING 'INSERT OR IGNORE INTO SCHEMA_VERSION(VERSION,'       00053680
053690         DELIMITED BY SIZE                                        00053690
053700         'DESCRIPTION,APPLIED_TIME,JOB_NAME,DDL_TEXT) '           00053700
053710         DELIMITED BY SIZE                                        00053710
053720         'VALUES(?,''LOADER LAYOUT BUILT BY TESTCOB4'','          00053720
053730         DELIMITED BY SIZE                                        00053730
053740         '?,?,''BASELINE'')' DELIMITED BY SIZE                    00053740
053750         INTO SQL-ZCHAR                                           00053750
053760         WITH POINTER WS-SQL-PTR                                  00053760
053770     END-STRING                                                   00053770
053780     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00053780
053790     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00053790
053800         BY VALUE LS-DB                                           00053800
053810         BY REFERENCE SQL-ZCHAR                                   00053810
053820         BY VALUE LS-MINUS-ONE                                    00053820
053830         BY REFERENCE LS-CHECK-STMT                               00053830
053840         BY VALUE LS-ZERO                                         00053840
053850         RETURNING LS-SQL-RC                                      00053850
053860     END-CALL                                                     00053860
053870     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00053870
053880        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00053880
053890        DISPLAY 'PREPARE OF SCHEMA STAMP FAILED. RC='             00053890
053900           LS-SQL-RC UPON SYSOUT                                  00053900
053910        PERFORM DISPLAY-SQL-ERROR                                 00053910
053920        MOVE +16 TO RETURN-CODE                                   00053920
053930        GOBACK                                                    00053930
053940     END-IF                                                       00053940
053950     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS,            00053950
053960          LE-FC                                                   00053960
053970     CALL SQLITE3A USING                                          00053970
053980         BY REFERENCE CONVERT-HFP-TO-BFP                          00053980
053990         BY VALUE LS-AUDIT-GMT-SECS                               00053990
054000         BY REFERENCE LS-REG-TIME-BFP                             00054000
054010     END-CALL                                                     00054010
054020     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00054020
054030         BY VALUE LS-CHECK-STMT                                   00054030
054040         BY VALUE LS-ONE                                          00054040
054050         BY VALUE WS-SCHEMA-REQUIRED                              00054050
054060         RETURNING LS-SQL-RC                                      00054060
054070     END-CALL                                                     00054070
054080     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00054080
054090         BY VALUE LS-CHECK-STMT                                   00054090
054100         BY VALUE LS-TWO                                          00054100
054110         BY VALUE LS-REG-TIME-BFP                                 00054110
054120         RETURNING LS-SQL-RC                                      00054120
054130     END-CALL                                                     00054130
054140     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00054140
054150         BY VALUE LS-CHECK-STMT                                   00054150
054160         BY VALUE LS-THREE                                        00054160
054170         BY REFERENCE WS-JOB-NAME                                 00054170
054180         BY VALUE 8                                               00054180
054190         BY VALUE SQLITE-TRANSIENT                                00054190
054200         RETURNING LS-SQL-RC                                      00054200
054210     END-CALL                                                     00054210
054220     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00054220
054230         BY VALUE LS-CHECK-STMT                                   00054230
054240         RETURNING LS-SQL-RC                                      00054240
054250     END-CALL                                                     00054250
054260     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00054260
054270        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00054270
054280        DISPLAY 'SCHEMA STAMP FAILED. RC='                        00054280
054290           LS-SQL-RC UPON SYSOUT                                  00054290
054300        PERFORM DISPLAY-SQL-ERROR                                 00054300
054310        MOVE +16 TO RETURN-CODE                                   00054310
054320        GOBACK                                                    00054320
054330     END-IF                                                       00054330
054340     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00054340
054350         BY VALUE LS-CHECK-STMT                                   00054350
054360         RETURNING LS-SQL-RC                                      00054360
054370     END-CALL                                                     00054370
054380     MOVE WS-SCHEMA-REQUIRED TO WS-REQUIRED-DISPLAY               00054380
054390     DISPLAY 'NEW DATA BASE MARKED AT SCHEMA LEVEL '              00054390
054400        WS-REQUIRED-DISPLAY UPON SYSOUT                           00054400
054410     .                                                            00054410
054420*                                                                 00054420
054430* The duplicate-feed check: the feed is read once, before         00054430
054440* any row is inserted, only to capture its header identity        00054440
054450* and trailer hash. A feed whose date, source, and hash are       00054450
054460* already in FEED_REGISTER was already loaded on a prior          00054460
054470* night -- the same physical file transmitted twice -- and        00054470
054480* the run is refused RC=16 with a REFUSED acknowledgment          00054480
054490* before the real pass begins.                                    00054490
054500*                                                                 00054500
054510 PREREAD-FEED.                                                    00054510
054520     MOVE SPACES TO WS-REG-DATE                                   00054520
054530     MOVE SPACES TO WS-REG-SOURCE                                 00054530
054540     MOVE SPACES TO WS-REG-HASH                                   00054540
054550     MOVE ZERO TO WS-REG-TRLCNT                                   00054550
054560     OPEN INPUT LOADIN-FILE                                       00054560
054570     MOVE 'N' TO WS-EOF-SWITCH                                    00054570
054580     PERFORM UNTIL WS-EOF                                         00054580
054590        READ LOADIN-FILE                                          00054590
054600           AT END                                                 00054600
054700              MOVE 'Y' TO WS-EOF-SWITCH                           00054700
054800           NOT AT END                                             00054800
090700        GOBACK                                                    00090700
090800     END-IF                                                       00090800
090900     .                                                            00090900
090901*                                                                 00090901
090902* The REJECT_HISTORY statements. The job name on the insert and   00090902
090903* the business date a recycle is resolved on are bound once       00090903
090904* here; SQLITE3-RESET preserves bindings.                         00090904
090905*                                                                 00090905
090906 PREPARE-REJECT-HISTORY.                                          00090906
090907     MOVE 1 TO WS-SQL-PTR                                         00090907
090908     STRING 'INSERT INTO REJECT_HISTORY(FEED_DATE,FEED_SOURCE,'   00090908
090909         DELIMITED BY SIZE                                        00090909
090910         'REASON,LOAD_ID,REJECT_PROGRAM,RECYCLE_COUNT,'           00090910
090911         DELIMITED BY SIZE                                        00090911
090912         'STATUS,REJECT_TIME,JOB_NAME) ' DELIMITED BY SIZE        00090912
090913         'VALUES(?,?,?,?,''TESTCOB4'',?,''OPEN'',?,?)'            00090913
090914         DELIMITED BY SIZE                                        00090914
090915         INTO SQL-ZCHAR                                           00090915
090916         WITH POINTER WS-SQL-PTR                                  00090916
090917     END-STRING                                                   00090917
090918     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00090918
090919     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00090919
090920         BY VALUE LS-DB                                           00090920
090921         BY REFERENCE SQL-ZCHAR                                   00090921
090922         BY VALUE LS-MINUS-ONE                                    00090922
090923         BY REFERENCE LS-HISTORY-STMT                             00090923
090924         BY VALUE LS-ZERO                                         00090924
090925         RETURNING LS-SQL-RC                                      00090925
090926     END-CALL                                                     00090926
090927     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00090927
090928        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00090928
090929        DISPLAY 'PREPARE OF REJECT HISTORY INSERT FAILED. RC='    00090929
090930           LS-SQL-RC UPON SYSOUT                                  00090930
090931        PERFORM DISPLAY-SQL-ERROR                                 00090931
090932        MOVE +16 TO RETURN-CODE                                   00090932
090933        GOBACK                                                    00090933
090934     END-IF                                                       00090934
090935     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00090935
090936         BY VALUE LS-HISTORY-STMT                                 00090936
090937         BY VALUE LS-SEVEN                                        00090937
090938         BY REFERENCE WS-JOB-NAME                                 00090938
090939         BY VALUE 8                                               00090939
090940         BY VALUE SQLITE-TRANSIENT                                00090940
090941         RETURNING LS-SQL-RC                                      00090941
090942     END-CALL                                                     00090942
090943     MOVE 1 TO WS-SQL-PTR                                         00090943
090944     STRING 'UPDATE REJECT_HISTORY SET STATUS = ''RECYCLED'', '   00090944
090945         DELIMITED BY SIZE                                        00090945
090946         'RESOLVED_DATE = ?4 WHERE FEED_DATE = ?1 AND '           00090946
090947         DELIMITED BY SIZE                                        00090947
090948         'FEED_SOURCE = ?2 AND STATUS = ''OPEN'' AND '            00090948
090949         DELIMITED BY SIZE                                        00090949
090950         '(LOAD_ID = ?3 OR RECYCLE_ID = ?3)' DELIMITED BY SIZE    00090950
090951         INTO SQL-ZCHAR                                           00090951
090952         WITH POINTER WS-SQL-PTR                                  00090952
090953     END-STRING                                                   00090953
090954     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00090954
090955     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00090955
090956         BY VALUE LS-DB                                           00090956
090957         BY REFERENCE SQL-ZCHAR                                   00090957
090958         BY VALUE LS-MINUS-ONE                                    00090958
090959         BY REFERENCE LS-RESOLVE-STMT                             00090959
090960         BY VALUE LS-ZERO                                         00090960
090961         RETURNING LS-SQL-RC                                      00090961
090962     END-CALL                                                     00090962
090963     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00090963
090964        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00090964
090965        DISPLAY 'PREPARE OF REJECT HISTORY RESOLVE FAILED. RC='   00090965
090966           LS-SQL-RC UPON SYSOUT                                  00090966
090967        PERFORM DISPLAY-SQL-ERROR                                 00090967
090968        MOVE +16 TO RETURN-CODE                                   00090968
090969        GOBACK                                                    00090969
090970     END-IF                                                       00090970
090971     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00090971
090972         BY VALUE LS-RESOLVE-STMT                                 00090972
090973         BY VALUE LS-FOUR                                         00090973
090974         BY REFERENCE WS-BUS-DATE                                 00090974
090975         BY VALUE 8                                               00090975
090976         BY VALUE SQLITE-TRANSIENT                                00090976
090977         RETURNING LS-SQL-RC                                      00090977
090978     END-CALL                                                     00090978
090979     .                                                            00090979
091000 BEGIN-TRANSACTION.                                               00091000
091050     PERFORM PREPARE-REACTIVATE-STATEMENT                         00091050
091100     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00091100
091200     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00091200
091300         BY VALUE LS-DB                                           00091300
099700         RETURNING LS-SQL-RC                                      00099700
099800     END-CALL                                                     00099800
099900     .                                                            00099900
099910**                                                                00099910
099920* Reusable reject-history paragraph: caller sets                  00099920
099930* WS-ORIGIN-DATE, WS-ORIGIN-SOURCE, WS-HISTORY-ID, and            00099930
099940* WS-HISTORY-RECYCLE, with the reason in WS-REJECT-REASON,        00099940
099950* then PERFORMs this to record the reject in REJECT_HISTORY.      00099950
099960* Like WRITE-AUDIT-LOG, a failure here is logged but does not     00099960
099970* GOBACK.                                                         00099970
099980**                                                                00099980
099990 WRITE-REJECT-HISTORY.                                            00099990
100000     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00100000
100010     CALL SQLITE3A USING                                          00100010
100020         BY REFERENCE CONVERT-HFP-TO-BFP                          00100020
100030         BY VALUE LS-AUDIT-GMT-SECS                               00100030
100040         BY REFERENCE LS-REG-TIME-BFP                             00100040
100050     END-CALL                                                     00100050
100060     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00100060
100070         BY VALUE LS-HISTORY-STMT                                 00100070
100080         BY VALUE LS-ONE                                          00100080
100090         BY REFERENCE WS-ORIGIN-DATE                              00100090
100100         BY VALUE 8                                               00100100
100110         BY VALUE SQLITE-TRANSIENT                                00100110
100120         RETURNING LS-SQL-RC                                      00100120
100130     END-CALL                                                     00100130
100140     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00100140
100150         BY VALUE LS-HISTORY-STMT                                 00100150
100160         BY VALUE LS-TWO                                          00100160
100170         BY REFERENCE WS-ORIGIN-SOURCE                            00100170
100180         BY VALUE 8                                               00100180
100190         BY VALUE SQLITE-TRANSIENT                                00100190
100200         RETURNING LS-SQL-RC                                      00100200
100210     END-CALL                                                     00100210
100220     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00100220
100230         BY VALUE LS-HISTORY-STMT                                 00100230
100240         BY VALUE LS-THREE                                        00100240
100250         BY REFERENCE WS-REJECT-REASON                            00100250
100260         BY VALUE 40                                              00100260
100270         BY VALUE SQLITE-TRANSIENT                                00100270
100280         RETURNING LS-SQL-RC                                      00100280
100290     END-CALL                                                     00100290
100300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00100300
100310         BY VALUE LS-HISTORY-STMT                                 00100310
100320         BY VALUE LS-FOUR                                         00100320
100330         BY REFERENCE WS-HISTORY-ID                               00100330
100340         BY VALUE 9                                               00100340
100350         BY VALUE SQLITE-TRANSIENT                                00100350
100360         RETURNING LS-SQL-RC                                      00100360
100370     END-CALL                                                     00100370
100380     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00100380
100390         BY VALUE LS-HISTORY-STMT                                 00100390
100400         BY VALUE LS-FIVE                                         00100400
100410         BY VALUE WS-HISTORY-RECYCLE                              00100410
100420         RETURNING LS-SQL-RC                                      00100420
100430     END-CALL                                                     00100430
100440     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00100440
100450         BY VALUE LS-HISTORY-STMT                                 00100450
100460         BY VALUE LS-SIX                                          00100460
100470         BY VALUE LS-REG-TIME-BFP                                 00100470
100480         RETURNING LS-SQL-RC                                      00100480
100490     END-CALL                                                     00100490
100500     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00100500
100510         BY VALUE LS-HISTORY-STMT                                 00100510
100520         RETURNING LS-SQL-RC                                      00100520
100530     END-CALL                                                     00100530
100540     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00100540
100550        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00100550
100560        DISPLAY 'REJECT HISTORY INSERT FAILED. RC='               00100560
100570           LS-SQL-RC UPON SYSOUT                                  00100570
100580        PERFORM DISPLAY-SQL-ERROR                                 00100580
100590     END-IF                                                       00100590
100600     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00100600
100610         BY VALUE LS-HISTORY-STMT                                 00100610
100620         RETURNING LS-SQL-RC                                      00100620
100630     END-CALL                                                     00100630
100640     .                                                            00100640
100650*                                                                 00100650
100660* A record TESTCB22 recycled has loaded: the open history         00100660
100670* rows for the feed it came from, whether recorded under the      00100670
100680* LOAD-ID it was rejected with or the one TESTCB22 corrected      00100680
100690* it to, are marked RECYCLED as of the business date. A           00100690
100700* recycled record without an origin has nothing to resolve.       00100700
100710*                                                                 00100710
100720 RESOLVE-REJECT-HISTORY.                                          00100720
100730     IF LOADIN-RECORD(61:16) IS NOT EQUAL TO SPACES THEN          00100730
100740        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00100740
100750            BY VALUE LS-RESOLVE-STMT                              00100750
100760            BY VALUE LS-ONE                                       00100760
100770            BY REFERENCE LOADIN-RECORD(61:8)                      00100770
100780            BY VALUE 8                                            00100780
100790            BY VALUE SQLITE-TRANSIENT                             00100790
100800            RETURNING LS-SQL-RC                                   00100800
100810        END-CALL                                                  00100810
100820        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00100820
100830            BY VALUE LS-RESOLVE-STMT                              00100830
100840            BY VALUE LS-TWO                                       00100840
100850            BY REFERENCE LOADIN-RECORD(69:8)                      00100850
100860            BY VALUE 8                                            00100860
100870            BY VALUE SQLITE-TRANSIENT                             00100870
100880            RETURNING LS-SQL-RC                                   00100880
100890        END-CALL                                                  00100890
100900        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00100900
100910            BY VALUE LS-RESOLVE-STMT                              00100910
100920            BY VALUE LS-THREE                                     00100920
100930            BY REFERENCE LOADIN-RECORD(1:9)                       00100930
100940            BY VALUE 9                                            00100940
100950            BY VALUE SQLITE-TRANSIENT                             00100950
100960            RETURNING LS-SQL-RC                                   00100960
100970        END-CALL                                                  00100970
100980        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00100980
100990            BY VALUE LS-RESOLVE-STMT                              00100990
101000            RETURNING LS-SQL-RC                                   00101000
101010        END-CALL                                                  00101010
101020        IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                00101020
101030           LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN             00101030
101040           DISPLAY 'REJECT HISTORY RESOLVE FAILED. RC='           00101040
101050              LS-SQL-RC UPON SYSOUT                               00101050
101060           PERFORM DISPLAY-SQL-ERROR                              00101060
101070        ELSE                                                      00101070
101080           CALL SQLITE3A USING BY REFERENCE SQLITE3-CHANGES       00101080
101090               BY VALUE LS-DB                                     00101090
101100               RETURNING LS-CHANGES                               00101100
101110           END-CALL                                               00101110
101120           ADD LS-CHANGES TO WS-RESOLVED-COUNT                    00101120
101130        END-IF                                                    00101130
101140        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00101140
101150            BY VALUE LS-RESOLVE-STMT                              00101150
101160            RETURNING LS-SQL-RC                                   00101160
101170        END-CALL                                                  00101170
101180     END-IF                                                       00101180
101190     .                                                            00101190
101200 PROCESS-INPUT.                                                   00101200
101210     OPEN INPUT LOADIN-FILE                                       00101210
101220     OPEN OUTPUT REJECT-FILE                                      00101220
101230     MOVE 'N' TO WS-EOF-SWITCH                                    00101230
101240     PERFORM UNTIL WS-EOF                                         00101240
101250        READ LOADIN-FILE                                          00101250
101260           AT END                                                 00101260
101270              MOVE 'Y' TO WS-EOF-SWITCH                           00101270
101280           NOT AT END                                             00101280
101290              ADD 1 TO WS-READ-COUNT                              00101290
101300              EVALUATE TRUE                                       00101300
101310              WHEN FEED-HEADER-RECORD                             00101310
101320                   PERFORM PROCESS-HEADER-RECORD                  00101320
101330              WHEN FEED-TRAILER-RECORD                            00101330
101400                   PERFORM PROCESS-TRAILER-RECORD                 00101400
101500              WHEN FEED-CONTACT-RECORD                            00101500
101600                   PERFORM PROCESS-CONTACT-RECORD                 00101600
119800            INTO WS-AUDIT-AFTER                                   00119800
119900        END-STRING                                                00119900
120000        PERFORM WRITE-AUDIT-LOG                                   00120000
120020        MOVE CONT-PARENT-ID TO WS-REACTIVATE-ID                   00120020
120040        PERFORM REACTIVATE-DORMANT-ID                             00120040
120060           THRU REACTIVATE-DORMANT-ID-EXIT                        00120060
120100     END-IF                                                       00120100
120200     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00120200
120300         BY VALUE LS-CONTACT-STMT                                 00120300
127300         BY VALUE LS-PARENT-STMT                                  00127300
127400         RETURNING LS-SQL-RC                                      00127400
127500     END-CALL                                                     00127500
127510     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00127510
127520         BY VALUE LS-HISTORY-STMT                                 00127520
127530         RETURNING LS-SQL-RC                                      00127530
127540     END-CALL                                                     00127540
127550     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00127550
127560         BY VALUE LS-RESOLVE-STMT                                 00127560
127570         RETURNING LS-SQL-RC                                      00127570
127580     END-CALL                                                     00127580
127600     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00127600
127700         RETURNING LS-SQL-RC                                      00127700
127800     END-CALL                                                     00127800
137600                     INTO WS-AUDIT-AFTER                          00137600
137700                 END-STRING                                       00137700
137800                 PERFORM WRITE-AUDIT-LOG                          00137800
137805                 MOVE LOAD-ID OF LOADIN-RECORD TO WS-REACTIVATE-ID00137805
137810                 PERFORM REACTIVATE-DORMANT-ID                    00137810
137815                    THRU REACTIVATE-DORMANT-ID-EXIT               00137815
137820                 IF WS-REG-SOURCE IS EQUAL TO 'TESTCB22' THEN     00137820
137840                    PERFORM RESOLVE-REJECT-HISTORY                00137840
137860                 END-IF                                           00137860
137900              END-IF                                              00137900
138000           END-IF                                                 00138000
138100        END-IF                                                    00138100
139600         WS-REJECT-REASON(1:WS-REJECT-LEN) DELIMITED BY SIZE      00139600
139700         INTO REJECT-RECORD                                       00139700
139800     END-STRING                                                   00139800
139803* The reject's origin feed goes in bytes 61-76, after the         00139803
139806* recycle count TESTCB22 keeps in 59-60, so the recycle can       00139806
139809* carry it back; a record from a TESTCB22 feed carries its        00139809
139812* own origin and count already. A contact reject is recorded      00139812
139815* under its parent LOAD-ID.                                       00139815
139818     MOVE WS-REG-DATE TO WS-ORIGIN-DATE                           00139818
139821     MOVE WS-REG-SOURCE TO WS-ORIGIN-SOURCE                       00139821
139824     MOVE ZERO TO WS-HISTORY-RECYCLE                              00139824
139827     IF FEED-CONTACT-RECORD THEN                                  00139827
139830        MOVE CONT-PARENT-ID TO WS-HISTORY-ID                      00139830
139833     ELSE                                                         00139833
139836        MOVE LOADIN-RECORD(1:9) TO WS-HISTORY-ID                  00139836
139839        IF WS-REG-SOURCE IS EQUAL TO 'TESTCB22' AND               00139839
139842           LOADIN-RECORD(59:2) IS NUMERIC THEN                    00139842
139845           MOVE LOADIN-RECORD(59:2) TO WS-RECYCLE-DIGITS          00139845
139848           MOVE WS-RECYCLE-DIGITS TO WS-HISTORY-RECYCLE           00139848
139851        END-IF                                                    00139851
139854        IF WS-REG-SOURCE IS EQUAL TO 'TESTCB22' AND               00139854
139857           LOADIN-RECORD(61:16) IS NOT EQUAL TO SPACES THEN       00139857
139860           MOVE LOADIN-RECORD(61:8) TO WS-ORIGIN-DATE             00139860
139863           MOVE LOADIN-RECORD(69:8) TO WS-ORIGIN-SOURCE           00139863
139866        ELSE                                                      00139866
139869           MOVE WS-ORIGIN-DATE TO REJECT-RECORD(61:8)             00139869
139872           MOVE WS-ORIGIN-SOURCE TO REJECT-RECORD(69:8)           00139872
139875        END-IF                                                    00139875
139878     END-IF                                                       00139878
139900     WRITE REJECT-RECORD                                          00139900
139950     PERFORM WRITE-REJECT-HISTORY                                 00139950
140000     .                                                            00140000
140100 COMMIT-TRANSACTION.                                              00140100
140200* The registration happens inside the transaction, so the         00140200
144100         BY VALUE LS-PARENT-STMT                                  00144100
144200         RETURNING LS-SQL-RC                                      00144200
144300     END-CALL                                                     00144300
144310     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00144310
144320         BY VALUE LS-HISTORY-STMT                                 00144320
144330         RETURNING LS-SQL-RC                                      00144330
144340     END-CALL                                                     00144340
144350     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00144350
144360         BY VALUE LS-RESOLVE-STMT                                 00144360
144370         RETURNING LS-SQL-RC                                      00144370
144380     END-CALL                                                     00144380
144382     IF WS-DORMANT-TRACKED THEN                                   00144382
144384        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00144384
144386            BY VALUE LS-REACTIVATE-STMT                           00144386
144388            RETURNING LS-SQL-RC                                   00144388
144390        END-CALL                                                  00144390
144392     END-IF                                                       00144392
144400     .                                                            00144400
144500 SHUTDOWN.                                                        00144500
144600     MOVE 'LOADED' TO WS-ACK-STATUS                               00144600
144900     MOVE WS-INSERT-COUNT TO WS-INSERT-DISPLAY                    00144900
145000     MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY                    00145000
145100     MOVE WS-CONTACT-COUNT TO WS-CONTACT-DISPLAY                  00145100
145150     MOVE WS-RESOLVED-COUNT TO WS-RESOLVED-DISPLAY                00145150
145170     MOVE WS-REACTIVATE-COUNT TO WS-REACTIVATE-DISPLAY            00145170
145200     DISPLAY 'RECORDS READ    =' WS-READ-DISPLAY UPON SYSOUT      00145200
145300     DISPLAY 'RECORDS INSERTED=' WS-INSERT-DISPLAY UPON SYSOUT    00145300
145400     DISPLAY 'CONTACTS LOADED =' WS-CONTACT-DISPLAY UPON SYSOUT   00145400
145500     DISPLAY 'RECORDS REJECTED=' WS-REJECT-DISPLAY UPON SYSOUT    00145500
145550     DISPLAY 'REJECTS RESOLVED=' WS-RESOLVED-DISPLAY UPON SYSOUT  00145550
145560     DISPLAY 'REACTIVATED     =' WS-REACTIVATE-DISPLAY            00145560
145570         UPON SYSOUT                                              00145570
145600     IF WS-REJECT-COUNT IS GREATER THAN ZERO THEN                 00145600
145700        MOVE +4 TO RETURN-CODE                                    00145700
145800     END-IF                                                       00145800
145810     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00145810
145820         BY VALUE LS-DB                                           00145820
145830         RETURNING LS-SQL-RC                                      00145830
145840     END-CALL                                                     00145840
145850     MOVE WS-BUS-DATE TO WS-METRICS-DATE                          00145850
145860     MOVE WS-READ-COUNT TO LS-METRICS-ROWS                        00145860
145870     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    00145870
145900     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00145900
146000         RETURNING LS-SQL-RC                                      00146000
146100     END-CALL                                                     00146100
148600         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00148600
148700         UPON SYSOUT                                              00148700
148800     .                                                            00148800
148900*                                                                 00148900
149000* Leave this step's STEP_METRICS row for the TESTCB45             00149000
149100* batch-window report. The row goes in on a connection of its     00149100
149200* own once the step's own work is finished, so a read-only step   00149200
149300* stays read-only and the row is never part of (or waiting on)    00149300
149400* the step's own transaction. A failure here is reported and      00149400
149500* nothing more: the step keeps the return code its own work       00149500
149600* earned. A data base that does not exist is not created just     00149600
149700* to hold the row.                                                00149700
149800*                                                                 00149800
149900 RECORD-STEP-METRICS.                                             00149900
150000     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00150000
150100     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00150100
150200        GO TO RECORD-STEP-METRICS-EXIT                            00150200
150300     END-IF                                                       00150300
150400     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00150400
150500          LS-METRICS-END-SECS, LE-FC                              00150500
150600     MOVE SPACES TO WS-METRICS-JOB                                00150600
150700     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00150700
150800          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00150800
150900     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00150900
151000     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00151000
151100         BY REFERENCE WS-METRICS-DBPATH                           00151100
151200         BY REFERENCE LS-METRICS-DB                               00151200
151300         BY VALUE LS-METRICS-FLAGS                                00151300
151400         BY VALUE LS-METRICS-NULL                                 00151400
151500         RETURNING LS-METRICS-RC                                  00151500
151600     END-CALL                                                     00151600
151700     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00151700
151800        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00151800
151900           LS-METRICS-RC UPON SYSOUT                              00151900
152000        GO TO RECORD-STEP-METRICS-CLOSE                           00152000
152100     END-IF                                                       00152100
152200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00152200
152300         BY VALUE LS-METRICS-DB                                   00152300
152400         BY VALUE LS-METRICS-WAIT-MS                              00152400
152500         RETURNING LS-METRICS-RC                                  00152500
152600     END-CALL                                                     00152600
152700     MOVE 1 TO WS-METRICS-PTR                                     00152700
152800     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00152800
152900         DELIMITED BY SIZE                                        00152900
153000         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00153000
153100         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00153100
153200         DELIMITED BY SIZE                                        00153200
153300         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00153300
153400         DELIMITED BY SIZE                                        00153400
153500         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00153500
153600         INTO WS-METRICS-SQL                                      00153600
153700         WITH POINTER WS-METRICS-PTR                              00153700
153800     END-STRING                                                   00153800
153900     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00153900
154000     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00154000
154100         BY VALUE LS-METRICS-DB                                   00154100
154200         BY REFERENCE WS-METRICS-SQL                              00154200
154300         BY VALUE LS-METRICS-NULL                                 00154300
154400         BY VALUE LS-METRICS-NULL                                 00154400
154500         BY VALUE LS-METRICS-NULL                                 00154500
154600         RETURNING LS-METRICS-RC                                  00154600
154700     END-CALL                                                     00154700
154800     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00154800
154900        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00154900
155000           LS-METRICS-RC UPON SYSOUT                              00155000
155100        GO TO RECORD-STEP-METRICS-CLOSE                           00155100
155200     END-IF                                                       00155200
155300     MOVE 1 TO WS-METRICS-PTR                                     00155300
155400     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00155400
155500         DELIMITED BY SIZE                                        00155500
155600         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00155600
155700         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00155700
155800         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00155800
155900         INTO WS-METRICS-SQL                                      00155900
156000         WITH POINTER WS-METRICS-PTR                              00156000
156100     END-STRING                                                   00156100
156200     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00156200
156300     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00156300
156400         BY VALUE LS-METRICS-DB                                   00156400
156500         BY REFERENCE WS-METRICS-SQL                              00156500
156600         BY VALUE LS-METRICS-MINUS-ONE                            00156600
156700         BY REFERENCE LS-METRICS-STMT                             00156700
156800         BY VALUE LS-METRICS-NULL                                 00156800
156900         RETURNING LS-METRICS-RC                                  00156900
157000     END-CALL                                                     00157000
157100     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00157100
157200        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00157200
157300           LS-METRICS-RC UPON SYSOUT                              00157300
157400        GO TO RECORD-STEP-METRICS-CLOSE                           00157400
157500     END-IF                                                       00157500
157600     MOVE 1 TO LS-METRICS-COL                                     00157600
157700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00157700
157800         BY VALUE LS-METRICS-STMT                                 00157800
157900         BY VALUE LS-METRICS-COL                                  00157900
158000         BY REFERENCE WS-METRICS-JOB                              00158000
158100         BY VALUE 8                                               00158100
158200         BY VALUE SQLITE-TRANSIENT                                00158200
158300         RETURNING LS-METRICS-RC                                  00158300
158400     END-CALL                                                     00158400
158500     MOVE 2 TO LS-METRICS-COL                                     00158500
158600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00158600
158700         BY VALUE LS-METRICS-STMT                                 00158700
158800         BY VALUE LS-METRICS-COL                                  00158800
158900         BY REFERENCE WS-METRICS-STEP                             00158900
159000         BY VALUE 8                                               00159000
159100         BY VALUE SQLITE-TRANSIENT                                00159100
159200         RETURNING LS-METRICS-RC                                  00159200
159300     END-CALL                                                     00159300
159400     MOVE 3 TO LS-METRICS-COL                                     00159400
159500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00159500
159600         BY VALUE LS-METRICS-STMT                                 00159600
159700         BY VALUE LS-METRICS-COL                                  00159700
159800         BY REFERENCE WS-METRICS-DATE                             00159800
159900         BY VALUE 8                                               00159900
160000         BY VALUE SQLITE-TRANSIENT                                00160000
160100         RETURNING LS-METRICS-RC                                  00160100
160200     END-CALL                                                     00160200
160300     CALL SQLITE3A USING                                          00160300
160400         BY REFERENCE CONVERT-HFP-TO-BFP                          00160400
160500         BY VALUE LS-METRICS-START-SECS                           00160500
160600         BY REFERENCE LS-METRICS-TIME-BFP                         00160600
160700     END-CALL                                                     00160700
160800     MOVE 4 TO LS-METRICS-COL                                     00160800
160900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00160900
161000         BY VALUE LS-METRICS-STMT                                 00161000
161100         BY VALUE LS-METRICS-COL                                  00161100
161200         BY VALUE LS-METRICS-TIME-BFP                             00161200
161300         RETURNING LS-METRICS-RC                                  00161300
161400     END-CALL                                                     00161400
161500     CALL SQLITE3A USING                                          00161500
161600         BY REFERENCE CONVERT-HFP-TO-BFP                          00161600
161700         BY VALUE LS-METRICS-END-SECS                             00161700
161800         BY REFERENCE LS-METRICS-TIME-BFP                         00161800
161900     END-CALL                                                     00161900
162000     MOVE 5 TO LS-METRICS-COL                                     00162000
162100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00162100
162200         BY VALUE LS-METRICS-STMT                                 00162200
162300         BY VALUE LS-METRICS-COL                                  00162300
162400         BY VALUE LS-METRICS-TIME-BFP                             00162400
162500         RETURNING LS-METRICS-RC                                  00162500
162600     END-CALL                                                     00162600
162700     MOVE 6 TO LS-METRICS-COL                                     00162700
162800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00162800
162900         BY VALUE LS-METRICS-STMT                                 00162900
163000         BY VALUE LS-METRICS-COL                                  00163000
163100         BY VALUE LS-METRICS-ROWS                                 00163100
163200         RETURNING LS-METRICS-RC                                  00163200
163300     END-CALL                                                     00163300
163400     MOVE 7 TO LS-METRICS-COL                                     00163400
163500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00163500
163600         BY VALUE LS-METRICS-STMT                                 00163600
163700         BY VALUE LS-METRICS-COL                                  00163700
163800         BY VALUE LS-METRICS-STEP-RC                              00163800
163900         RETURNING LS-METRICS-RC                                  00163900
164000     END-CALL                                                     00164000
164100     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00164100
164200         BY VALUE LS-METRICS-STMT                                 00164200
164300         RETURNING LS-METRICS-RC                                  00164300
164400     END-CALL                                                     00164400
164500     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00164500
164600        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00164600
164700           LS-METRICS-RC UPON SYSOUT                              00164700
164800     END-IF                                                       00164800
164900     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00164900
165000         BY VALUE LS-METRICS-STMT                                 00165000
165100         RETURNING LS-METRICS-RC                                  00165100
165200     END-CALL                                                     00165200
165300     .                                                            00165300
165400 RECORD-STEP-METRICS-CLOSE.                                       00165400
165500     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00165500
165600         BY VALUE LS-METRICS-DB                                   00165600
165700         RETURNING LS-METRICS-RC                                  00165700
165800     END-CALL                                                     00165800
165900     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00165900
166000     .                                                            00166000
166100 RECORD-STEP-METRICS-EXIT.                                        00166100
166200     EXIT                                                         00166200
166300     .                                                            00166300
166400*                                                                 00166400
166500* The DORMANT update that reactivates a row this load touches.    00166500
166600* DORMANT belongs to TESTCB50; when it has never run against      00166600
166700* this data base the prepare fails and no row is dormant.         00166700
166800*                                                                 00166800
166900 PREPARE-REACTIVATE-STATEMENT.                                    00166900
167000     MOVE 1 TO WS-SQL-PTR                                         00167000
167100     STRING 'UPDATE DORMANT SET STATUS = ''REACTIVATED'', '       00167100
167200         DELIMITED BY SIZE                                        00167200
167300         'REACTIVATED_DATE = ?, ' DELIMITED BY SIZE               00167300
167400         'REACTIVATED_BY = ''TESTCOB4'', ' DELIMITED BY SIZE      00167400
167500         'REACTIVATED_JOB = ? ' DELIMITED BY SIZE                 00167500
167600         'WHERE TABLE_NAME = ? AND ID = ? AND '                   00167600
167700         DELIMITED BY SIZE                                        00167700
167800         'STATUS = ''DORMANT''' DELIMITED BY SIZE                 00167800
167900         INTO SQL-ZCHAR                                           00167900
168000         WITH POINTER WS-SQL-PTR                                  00168000
168100     END-STRING                                                   00168100
168200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00168200
168300     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00168300
168400         BY VALUE LS-DB                                           00168400
168500         BY REFERENCE SQL-ZCHAR                                   00168500
168600         BY VALUE LS-MINUS-ONE                                    00168600
168700         BY REFERENCE LS-REACTIVATE-STMT                          00168700
168800         BY VALUE LS-ZERO                                         00168800
168900         RETURNING LS-SQL-RC                                      00168900
169000     END-CALL                                                     00169000
169100     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00169100
169200        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00169200
169300        MOVE 'Y' TO WS-DORMANT-SWITCH                             00169300
169400     END-IF                                                       00169400
169500     .                                                            00169500
169600*                                                                 00169600
169700* Reactivate the row WS-REACTIVATE-ID if TESTCB50 has it          00169700
169800* flagged dormant, as of the business date.                       00169800
169900*                                                                 00169900
170000 REACTIVATE-DORMANT-ID.                                           00170000
170100     IF NOT WS-DORMANT-TRACKED THEN                               00170100
170200        GO TO REACTIVATE-DORMANT-ID-EXIT                          00170200
170300     END-IF                                                       00170300
170400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00170400
170500         BY VALUE LS-REACTIVATE-STMT                              00170500
170600         BY VALUE LS-ONE                                          00170600
170700         BY REFERENCE WS-BUS-DATE                                 00170700
170800         BY VALUE 8                                               00170800
170900         BY VALUE SQLITE-TRANSIENT                                00170900
171000         RETURNING LS-SQL-RC                                      00171000
171100     END-CALL                                                     00171100
171200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00171200
171300         BY VALUE LS-REACTIVATE-STMT                              00171300
171400         BY VALUE LS-TWO                                          00171400
171500         BY REFERENCE WS-JOB-NAME                                 00171500
171600         BY VALUE 8                                               00171600
171700         BY VALUE SQLITE-TRANSIENT                                00171700
171800         RETURNING LS-SQL-RC                                      00171800
171900     END-CALL                                                     00171900
172000     MOVE WS-TABLE-NAME-LEN TO LS-BIND-LENGTH                     00172000
172100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00172100
172200         BY VALUE LS-REACTIVATE-STMT                              00172200
172300         BY VALUE LS-THREE                                        00172300
172400         BY REFERENCE WS-TABLE-NAME                               00172400
172500         BY VALUE LS-BIND-LENGTH                                  00172500
172600         BY VALUE SQLITE-TRANSIENT                                00172600
172700         RETURNING LS-SQL-RC                                      00172700
172800     END-CALL                                                     00172800
172900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00172900
173000         BY VALUE LS-REACTIVATE-STMT                              00173000
173100         BY VALUE LS-FOUR                                         00173100
173200         BY VALUE WS-REACTIVATE-ID                                00173200
173300         RETURNING LS-SQL-RC                                      00173300
173400     END-CALL                                                     00173400
173500     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00173500
173600         BY VALUE LS-REACTIVATE-STMT                              00173600
173700         RETURNING LS-SQL-RC                                      00173700
173800     END-CALL                                                     00173800
173900     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00173900
174000        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00174000
174100        DISPLAY 'DORMANT REACTIVATION FAILED. RC='                00174100
174200           LS-SQL-RC UPON SYSOUT                                  00174200
174300        PERFORM DISPLAY-SQL-ERROR                                 00174300
174400     ELSE                                                         00174400
174500        CALL SQLITE3A USING BY REFERENCE SQLITE3-CHANGES          00174500
174600            BY VALUE LS-DB                                        00174600
174700            RETURNING LS-CHANGES                                  00174700
174800        END-CALL                                                  00174800
174900        IF LS-CHANGES IS GREATER THAN ZERO THEN                   00174900
175000           ADD 1 TO WS-REACTIVATE-COUNT                           00175000
175100           MOVE WS-REACTIVATE-ID TO WS-REACTIVATE-ID-DISPLAY      00175100
175200           DISPLAY 'REACTIVATED DORMANT ID='                      00175200
175300              WS-REACTIVATE-ID-DISPLAY UPON SYSOUT                00175300
175400           MOVE 'DORMANT' TO WS-AUDIT-TABLE                       00175400
175500           MOVE 'REACTIVATE' TO WS-AUDIT-OP                       00175500
175600           MOVE SPACES TO WS-AUDIT-BEFORE                         00175600
175700           MOVE SPACES TO WS-AUDIT-AFTER                          00175700
175800           STRING 'ID=' DELIMITED BY SIZE                         00175800
175900               WS-REACTIVATE-ID-DISPLAY DELIMITED BY SIZE         00175900
176000               ' TABLE=' DELIMITED BY SIZE                        00176000
176100               WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                 00176100
176200               DELIMITED BY SIZE                                  00176200
176300               ' STATUS=DORMANT' DELIMITED BY SIZE                00176300
176400               INTO WS-AUDIT-BEFORE                               00176400
176500           END-STRING                                             00176500
176600           STRING 'ID=' DELIMITED BY SIZE                         00176600
176700               WS-REACTIVATE-ID-DISPLAY DELIMITED BY SIZE         00176700
176800               ' TABLE=' DELIMITED BY SIZE                        00176800
176900               WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                 00176900
177000               DELIMITED BY SIZE                                  00177000
177100               ' STATUS=ACTIVE' DELIMITED BY SIZE                 00177100
177200               INTO WS-AUDIT-AFTER                                00177200
177300           END-STRING                                             00177300
177400           PERFORM WRITE-AUDIT-LOG                                00177400
177500        END-IF                                                    00177500
177600     END-IF                                                       00177600
177700     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00177700
177800         BY VALUE LS-REACTIVATE-STMT                              00177800
177900         RETURNING LS-SQL-RC                                      00177900
178000     END-CALL                                                     00178000
178100     .                                                            00178100
178200 REACTIVATE-DORMANT-ID-EXIT.                                      00178200
178300     EXIT                                                         00178300
178400     .                                                            00178400
178500*                                                                 00178500
178600* An empty BUSDATE becomes the next BUSINESS day on or after      00178600
178700* the run date on BUSINESS_CALENDAR, the same date TESTCB17       00178700
178800* enrolled the run under, so the rows carry the run's date.       00178800
178900* The run date stands when there is no calendar or no such day.   00178900
179000*                                                                 00179000
179100 RESOLVE-BUSINESS-DATE.                                           00179100
179200     MOVE 1 TO WS-SQL-PTR                                         00179200
179300     STRING 'SELECT MIN(CAL_DATE) FROM BUSINESS_CALENDAR '        00179300
179400         DELIMITED BY SIZE                                        00179400
179500         'WHERE CAL_DATE >= ? AND DAY_TYPE = '                    00179500
179600         DELIMITED BY SIZE                                        00179600
179700         '''BUSINESS''' DELIMITED BY SIZE                         00179700
179800         INTO SQL-ZCHAR                                           00179800
179900         WITH POINTER WS-SQL-PTR                                  00179900
180000     END-STRING                                                   00180000
180100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00180100
180200     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00180200
180300         BY VALUE LS-DB                                           00180300
180400         BY REFERENCE SQL-ZCHAR                                   00180400
180500         BY VALUE LS-MINUS-ONE                                    00180500
180600         BY REFERENCE LS-CHECK-STMT                               00180600
180700         BY VALUE LS-ZERO                                         00180700
180800         RETURNING LS-SQL-RC                                      00180800
180900     END-CALL                                                     00180900
181000     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00181000
181100        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00181100
181200        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00181200
181300            BY VALUE LS-CHECK-STMT                                00181300
181400            BY VALUE LS-ONE                                       00181400
181500            BY REFERENCE WS-RUN-DATE                              00181500
181600            BY VALUE 8                                            00181600
181700            BY VALUE SQLITE-TRANSIENT                             00181700
181800            RETURNING LS-SQL-RC                                   00181800
181900        END-CALL                                                  00181900
182000        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00182000
182100            BY VALUE LS-CHECK-STMT                                00182100
182200            RETURNING LS-SQL-RC                                   00182200
182300        END-CALL                                                  00182300
182400        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00182400
182500           MOVE +0 TO LS-COLUMN-NUMBER                            00182500
182600           CALL SQLITE3A USING                                    00182600
182700               BY REFERENCE SQLITE3-COLUMN-TEXT                   00182700
182800               BY VALUE LS-CHECK-STMT                             00182800
182900               BY VALUE LS-COLUMN-NUMBER                          00182900
183000               RETURNING LS-CALENDAR-POINTER                      00183000
183100           END-CALL                                               00183100
183200           IF LS-CALENDAR-POINTER IS NOT EQUAL TO NULL THEN       00183200
183300              SET ADDRESS OF LINKAGE-ERRMSG-TEXT TO               00183300
183400                  LS-CALENDAR-POINTER                             00183400
183500              MOVE LINKAGE-ERRMSG-TEXT(1:8) TO WS-BUS-DATE        00183500
183600           END-IF                                                 00183600
183700        END-IF                                                    00183700
183800        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00183800
183900            BY VALUE LS-CHECK-STMT                                00183900
184000            RETURNING LS-SQL-RC                                   00184000
184100        END-CALL                                                  00184100
184200     END-IF                                                       00184200
184300     DISPLAY 'BUSDATE NOT CODED. BUSINESS DATE IS '               00184300
184400        WS-BUS-DATE UPON SYSOUT                                   00184400
184500     .                                                            00184500
184600 END PROGRAM 'TESTCOB4'.                                          00184600
