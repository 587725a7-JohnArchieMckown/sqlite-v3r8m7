002300* without locking out the loaders, the same chunked-commit        00002300
002400* discipline TESTCOB1 applies to its generated load.              00002400
002500*                                                                 00002500
002560* PARM value is 4 positional comma delimited fields:              00002560
002620*     DBPATH,CUTOFFDATE,COMMITEVERY,RETAINDAYS                    00002620
002680* The retention boundary is required -- a purge with no           00002680
002740* stated boundary is refused RC=16 rather than guessed at --      00002740
002800* either as CUTOFFDATE (YYYYMMDD) or, with CUTOFFDATE left        00002800
002860* empty, as RETAINDAYS: the number of business days to keep,      00002860
002920* counted back from the run date on the BUSINESS_CALENDAR         00002920
002980* table TESTCB36 maintains, so a retention stated in business     00002980
003040* days is not shortened by the weekends and holidays in it.       00003040
003100* A calendar that does not reach back that far is refused         00003100
003160* RC=16 the same way a missing CUTOFFDATE is.                     00003160
003220* The cutoff is applied against LOG_TIME the same way TESTCOB9    00003220
003280* applies its FROMDATE/TODATE cards: CEESECS converts the date    00003280
003340* to the LE/CEEGMT seconds basis the loaders store, and every     00003340
003400* row strictly older than 00:00 of the cutoff date goes to the    00003400
003460* archive. COMMITEVERY is the number of rows deleted between      00003460
003520* COMMITs (default 5000).                                         00003520
003600*                                                                 00003600
003700* Before the final COMMIT the run balances rows archived plus     00003700
003800* rows retained against the starting count; out of balance        00003800
010500        VALUE IS 1.                                               00010500
010600 77  LS-TWO                  PIC S9(9) COMP-5                     00010600
010700        VALUE IS 2.                                               00010700
010750 77  LS-WORK-STMT            USAGE IS POINTER.                    00010750
010800 77  LS-I                    PIC S9(9) COMP-5.                    00010800
010900 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00010900
011000 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00011000
012800 77  WS-PARM-DBPATH          PIC X(255).                          00012800
012900 77  WS-PARM-CUTOFF          PIC X(8).                            00012900
013000 77  WS-PARM-COMMIT          PIC X(9).                            00013000
013050 77  WS-PARM-RETAIN          PIC X(9).                            00013050
013100 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00013100
013200 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00013200
013300 77  WS-PREP-LABEL           PIC X(20).                           00013300
013400 77  WS-COMMIT-INTERVAL      PIC S9(9) COMP-5                     00013400
013500        VALUE IS 5000.                                            00013500
013510*                                                                 00013510
013520* A RETAINDAYS boundary: the business day that many business      00013520
013530* days before the run date becomes the cutoff date.               00013530
013540*                                                                 00013540
013550 77  WS-RUN-DATE             PIC X(8).                            00013550
013560 77  WS-CUTOFF-DATE          PIC X(8).                            00013560
013570 77  WS-RETAIN-DAYS          PIC S9(9) COMP-5                     00013570
013580        VALUE IS ZERO.                                            00013580
013590 77  WS-CAL-OFFSET           PIC S9(9) COMP-5.                    00013590
013600*                                                                 00013600
013700* CEESECS converts the cutoff date to LE seconds on the same      00013700
013800* basis as the CEEGMT seconds the loaders store in LOG_TIME,      00013800
021400     MOVE SPACES TO WS-PARM-DBPATH                                00021400
021500     MOVE SPACES TO WS-PARM-CUTOFF                                00021500
021600     MOVE SPACES TO WS-PARM-COMMIT                                00021600
021620     MOVE SPACES TO WS-PARM-RETAIN                                00021620
021640     MOVE SPACES TO WS-CUTOFF-DATE                                00021640
021660     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00021660
021700     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00021700
021800        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00021800
021900            DELIMITED BY ','                                      00021900
022000             INTO WS-PARM-DBPATH, WS-PARM-CUTOFF,                 00022000
022100                  WS-PARM-COMMIT, WS-PARM-RETAIN                  00022100
022200        END-UNSTRING                                              00022200
022300     END-IF                                                       00022300
022400     MOVE ZERO TO WS-PARM-LEN                                     00022400
023000     ELSE                                                         00023000
023100        MOVE Z'/tmp/testcob1.sqlite3' TO SQL-ZCHAR                00023100
023200     END-IF                                                       00023200
023300     IF WS-PARM-RETAIN IS NOT EQUAL TO SPACES THEN                00023300
023400        COMPUTE WS-RETAIN-DAYS =                                  00023400
023500                FUNCTION NUMVAL(WS-PARM-RETAIN)                   00023500
023600     END-IF                                                       00023600
023700     IF WS-PARM-CUTOFF IS EQUAL TO SPACES AND                     00023700
023800        WS-RETAIN-DAYS IS GREATER THAN ZERO THEN                  00023800
023900        CONTINUE                                                  00023900
024000     ELSE                                                         00024000
024100        IF WS-PARM-CUTOFF IS EQUAL TO SPACES OR                   00024100
024200           WS-PARM-CUTOFF IS NOT NUMERIC THEN                     00024200
024300           DISPLAY 'A RETENTION CUTOFF DATE (YYYYMMDD) OR A '     00024300
024400              'RETAINDAYS COUNT IS REQUIRED.' UPON SYSOUT         00024400
024500           MOVE +16 TO RETURN-CODE                                00024500
024600           GOBACK                                                 00024600
024700        END-IF                                                    00024700
024800        MOVE WS-PARM-CUTOFF TO WS-CUTOFF-DATE                     00024800
024900     END-IF                                                       00024900
025000     IF WS-PARM-COMMIT IS NOT EQUAL TO SPACES THEN                00025000
025100        COMPUTE WS-COMMIT-INTERVAL =                              00025100
025200                FUNCTION NUMVAL(WS-PARM-COMMIT)                   00025200
025300     END-IF                                                       00025300
025400     .                                                            00025400
025500 INITIALIZE-SQLITE.                                               00025500
025600     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00025600
027500         RETURNING LS-SQL-RC                                      00027500
027600     END-CALL                                                     00027600
027700     .                                                            00027700
027703*                                                                 00027703
027706* A RETAINDAYS boundary is turned into its cutoff date from       00027706
027709* BUSINESS_CALENDAR; either way the cutoff date is then           00027709
027712* converted to the LOG_TIME seconds basis.                        00027712
027715*                                                                 00027715
027718 SET-CUTOFF.                                                      00027718
027721     IF WS-CUTOFF-DATE IS EQUAL TO SPACES THEN                    00027721
027724        PERFORM FIND-BUSINESS-CUTOFF                              00027724
027727        IF WS-CUTOFF-DATE IS EQUAL TO SPACES THEN                 00027727
027730           DISPLAY 'BUSINESS_CALENDAR DOES NOT COVER '            00027730
027733              WS-PARM-RETAIN ' BUSINESS DAYS BEFORE '             00027733
027736              WS-RUN-DATE '. NOTHING PURGED.' UPON SYSOUT         00027736
027739           MOVE +16 TO RETURN-CODE                                00027739
027742           GO TO SHUTDOWN                                         00027742
027745        END-IF                                                    00027745
027748     END-IF                                                       00027748
027751     MOVE WS-CUTOFF-DATE TO WS-CEESECS-IN-STR                     00027751
027754     CALL 'CEESECS' USING WS-CEESECS-INPUT,                       00027754
027757          WS-DATE-PICTURE, LS-CUTOFF-SECS, LE-FC                  00027757
027760     CALL SQLITE3A USING                                          00027760
027763         BY REFERENCE CONVERT-HFP-TO-BFP                          00027763
027766         BY VALUE LS-CUTOFF-SECS                                  00027766
027769         BY REFERENCE LS-CUTOFF-BFP                               00027769
027772     END-CALL                                                     00027772
027775     DISPLAY 'RETAINING AUDIT_LOG ROWS ON OR AFTER '              00027775
027778        WS-CUTOFF-DATE UPON SYSOUT                                00027778
027781     .                                                            00027781
027800 COUNT-STARTING-ROWS.                                             00027800
027900     PERFORM COUNT-AUDIT-ROWS                                     00027900
028000     MOVE LS-I TO WS-START-COUNT                                  00028000
033000        GOBACK                                                    00033000
033100     END-IF                                                       00033100
033200     .                                                            00033200
033201*                                                                 00033201
033202* The cutoff for a RETAINDAYS boundary: the WS-RETAIN-DAYS'th     00033202
033203* BUSINESS day before the run date on BUSINESS_CALENDAR. No       00033203
033204* calendar table, or one that does not reach back that far,       00033204
033205* leaves WS-CUTOFF-DATE spaces.                                   00033205
033206*                                                                 00033206
033207 FIND-BUSINESS-CUTOFF.                                            00033207
033208     MOVE 1 TO WS-SQL-PTR                                         00033208
033209     STRING 'SELECT CAL_DATE FROM BUSINESS_CALENDAR WHERE '       00033209
033210         DELIMITED BY SIZE                                        00033210
033211         'DAY_TYPE = ' DELIMITED BY SIZE                          00033211
033212         '''BUSINESS''' DELIMITED BY SIZE                         00033212
033213         ' AND CAL_DATE < ? ORDER BY CAL_DATE DESC '              00033213
033214         DELIMITED BY SIZE                                        00033214
033215         'LIMIT 1 OFFSET ?' DELIMITED BY SIZE                     00033215
033216         INTO SQL-ZCHAR                                           00033216
033217         WITH POINTER WS-SQL-PTR                                  00033217
033218     END-STRING                                                   00033218
033219     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00033219
033220     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00033220
033221         BY VALUE LS-DB                                           00033221
033222         BY REFERENCE SQL-ZCHAR                                   00033222
033223         BY VALUE LS-MINUS-ONE                                    00033223
033224         BY REFERENCE LS-WORK-STMT                                00033224
033225         BY VALUE LS-ZERO                                         00033225
033226         RETURNING LS-SQL-RC                                      00033226
033227     END-CALL                                                     00033227
033228     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00033228
033229        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00033229
033230        COMPUTE WS-CAL-OFFSET = WS-RETAIN-DAYS - 1                00033230
033231        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00033231
033232            BY VALUE LS-WORK-STMT                                 00033232
033233            BY VALUE LS-ONE                                       00033233
033234            BY REFERENCE WS-RUN-DATE                              00033234
033235            BY VALUE 8                                            00033235
033236            BY VALUE SQLITE-TRANSIENT                             00033236
033237            RETURNING LS-SQL-RC                                   00033237
033238        END-CALL                                                  00033238
033239        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00033239
033240            BY VALUE LS-WORK-STMT                                 00033240
033241            BY VALUE LS-TWO                                       00033241
033242            BY VALUE WS-CAL-OFFSET                                00033242
033243            RETURNING LS-SQL-RC                                   00033243
033244        END-CALL                                                  00033244
033245        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00033245
033246            BY VALUE LS-WORK-STMT                                 00033246
033247            RETURNING LS-SQL-RC                                   00033247
033248        END-CALL                                                  00033248
033249        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00033249
033250           MOVE +0 TO LS-COLUMN-NUMBER                            00033250
033251           CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT   00033251
033252               BY VALUE LS-WORK-STMT                              00033252
033253               BY VALUE LS-COLUMN-NUMBER                          00033253
033254               RETURNING LS-COLUMN-POINTER                        00033254
033255           END-CALL                                               00033255
033256           IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN         00033256
033257              SET ADDRESS OF LINKAGE-COLUMN-TEXT TO               00033257
033258                  LS-COLUMN-POINTER                               00033258
033259              MOVE LINKAGE-COLUMN-TEXT(1:8) TO WS-CUTOFF-DATE     00033259
033260           END-IF                                                 00033260
033261        END-IF                                                    00033261
033262        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00033262
033263            BY VALUE LS-WORK-STMT                                 00033263
033264            RETURNING LS-SQL-RC                                   00033264
033265        END-CALL                                                  00033265
033266     END-IF                                                       00033266
033267     .                                                            00033267
033300*                                                                 00033300
033400* Count the rows of AUDIT_LOG into LS-I, used for the starting    00033400
033500* count and again for the retained count inside the balancing     00033500
