002300* TESTCOB1's WRITE-REPORT-HEADING produces. PARM value is 2       00230000
002400* positional comma delimited fields: DBPATH,TABLENAME .           00240000
002500*                                                                 00250000
002520* A STEP_METRICS row (rows summarized) is left for the            00252000
002540* TESTCB45 batch-window report.                                   00254000
002560*                                                                 00256000
002568* Rows TESTCB50 has flagged dormant are left out of the           00256800
002576* groups, bands and grand total and reported as one               00257600
002584* DORMANT EXCLUDED line beneath it.                               00258400
002592*                                                                 00259200
002600 ENVIRONMENT DIVISION.                                            00260000
002700 CONFIGURATION SECTION.                                           00270000
002800 SOURCE-COMPUTER. IBM-370.                                        00280000
014600 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           01460000
014700 77  WS-AMOUNT-DISPLAY       PIC Z(12)9.99.                       01470000
014800 77  WS-SMALL-AMT-DISPLAY    PIC Z(6)9.99.                        01480000
014810 77  LS-COLUMN-INT           PIC S9(9) COMP-5.                    01481000
014820 77  WS-DORMANT-SWITCH       PIC X                                01482000
014830                             VALUE IS 'N'.                        01483000
014840     88  WS-DORMANT-FOUND    VALUE IS 'Y'.                        01484000
014850 77  WS-DORMANT-COUNT        PIC S9(9) COMP-5                     01485000
014860                             VALUE IS ZERO.                       01486000
014870 77  WS-DORMANT-AMOUNT       PIC S9(13)V99                        01487000
014880                             VALUE IS ZERO.                       01488000
014900*                                                                 01490000
015000* Fields supporting the formatted, paginated report on            01500000
015100* REPORT1-FD, the same heading/page-break convention TESTCOB1     01510000
018100         VALUE IS '    AMOUNT TOTAL'.                             01810000
018200     05  FILLER              PIC X(63)                            01820000
018300         VALUE IS SPACES.                                         01830000
018302*                                                                 01830200
018304* The STEP_METRICS row this step leaves for the TESTCB45          01830400
018306* batch-window report: the CEEGMT start and end seconds, the      01830600
018308* rows the step processed, its business date and return code,     01830800
018310* and the data base the row goes into (LOW-VALUES when there      01831000
018312* is none, and then no row is written).                           01831200
018314*                                                                 01831400
018316 77  LS-METRICS-DB           USAGE IS POINTER.                    01831600
018318 77  LS-METRICS-STMT         USAGE IS POINTER.                    01831800
018320 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               01832000
018322 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    01832200
018324 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    01832400
018326 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    01832600
018328 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     01832800
018330        VALUE IS -1.                                              01833000
018332 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     01833200
018334        VALUE IS 5000.                                            01833400
018336 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    01833600
018338 77  LS-METRICS-START-SECS   USAGE COMP-2.                        01833800
018340 77  LS-METRICS-END-SECS     USAGE COMP-2.                        01834000
018342 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        01834200
018344 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     01834400
018346        VALUE IS ZERO.                                            01834600
018348 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    01834800
018350 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     01835000
018352        VALUE IS 1.                                               01835200
018354 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     01835400
018356        VALUE IS 8.                                               01835600
018358 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    01835800
018360 77  WS-METRICS-JOB          PIC X(8).                            01836000
018362 77  WS-METRICS-STEP         PIC X(8)                             01836200
018364        VALUE IS 'TESTCB15'.                                      01836400
018366 77  WS-METRICS-DATE         PIC X(8)                             01836600
018368        VALUE IS SPACES.                                          01836800
018370 77  WS-METRICS-DBPATH       PIC X(320)                           01837000
018372        VALUE IS LOW-VALUES.                                      01837200
018374 77  WS-METRICS-SQL          PIC X(255).                          01837400
018376 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    01837600
018400 LINKAGE SECTION.                                                 01840000
018500 01  MVS-PARM.                                                    01850000
018600     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    01860000
019400*                                                                 01940000
019500 PROCEDURE DIVISION USING MVS-PARM.                               01950000
019600 START-UP.                                                        01960000
019630     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       01963000
019660          LS-METRICS-START-SECS, LE-FC                            01966000
019700     CALL SQLITE3A USING SQLITE3-LIBVERSION                       01970000
019800          RETURNING LS-LIBVERSION-POINTER                         01980000
019900     END-CALL                                                     01990000
024800     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             02480000
024900             FOR CHARACTERS BEFORE INITIAL SPACE                  02490000
025000     MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                   02500000
025050     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          02505000
025100     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             02510000
025200         BY REFERENCE SQL-ZCHAR                                   02520000
025300         BY REFERENCE LS-DB                                       02530000
026900         RETURNING LS-SQL-RC                                      02690000
027000     END-CALL                                                     02700000
027100     .                                                            02710000
027104*                                                                 02710400
027108* The DORMANT status table belongs to TESTCB50; a data base it    02710800
027112* has never run against has no dormant rows.                      02711200
027116*                                                                 02711600
027120 CHECK-DORMANT-TABLE.                                             02712000
027124     MOVE Z'SELECT COUNT(*) FROM DORMANT' TO SQL-ZCHAR            02712400
027128     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          02712800
027132         BY VALUE LS-DB                                           02713200
027136         BY REFERENCE SQL-ZCHAR                                   02713600
027140         BY VALUE LS-MINUS-ONE                                    02714000
027144         BY REFERENCE LS-SELECT-STMT                              02714400
027148         BY VALUE LS-ZERO                                         02714800
027152         RETURNING LS-SQL-RC                                      02715200
027156     END-CALL                                                     02715600
027160     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        02716000
027164        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    02716400
027168        MOVE 'Y' TO WS-DORMANT-SWITCH                             02716800
027172        CALL SQLITE3A USING                                       02717200
027176            BY REFERENCE SQLITE3-FINALIZE                         02717600
027180            BY VALUE LS-SELECT-STMT                               02718000
027184            RETURNING LS-SQL-RC                                   02718400
027188        END-CALL                                                  02718800
027192     END-IF                                                       02719200
027196     .                                                            02719600
027200 PREPARE-SUMMARY-SELECT.                                          02720000
027300     MOVE 1 TO WS-SQL-PTR                                         02730000
027320     STRING 'SELECT T.NAME,T.AMOUNT,' DELIMITED BY SIZE           02732000
027340         INTO SQL-ZCHAR                                           02734000
027360         WITH POINTER WS-SQL-PTR                                  02736000
027380     END-STRING                                                   02738000
027400     IF WS-DORMANT-FOUND THEN                                     02740000
027420        STRING 'EXISTS (SELECT 1 FROM DORMANT D WHERE '           02742000
027440            DELIMITED BY SIZE                                     02744000
027460            'D.TABLE_NAME = ''' DELIMITED BY SIZE                 02746000
027480            WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE  02748000
027500            ''' AND D.ID = T.ID AND ' DELIMITED BY SIZE           02750000
027520            'D.STATUS = ''DORMANT'') ' DELIMITED BY SIZE          02752000
027540            INTO SQL-ZCHAR                                        02754000
027560            WITH POINTER WS-SQL-PTR                               02756000
027580        END-STRING                                                02758000
027600     ELSE                                                         02760000
027620        STRING '0 ' DELIMITED BY SIZE                             02762000
027640            INTO SQL-ZCHAR                                        02764000
027660            WITH POINTER WS-SQL-PTR                               02766000
027680        END-STRING                                                02768000
027700     END-IF                                                       02770000
027720     STRING 'FROM ' DELIMITED BY SIZE                             02772000
027740         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     02774000
027760         ' T ORDER BY T.NAME, T.ID;' DELIMITED BY SIZE            02776000
027780         INTO SQL-ZCHAR                                           02778000
027800         WITH POINTER WS-SQL-PTR                                  02780000
027820     END-STRING                                                   02782000
028000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   02800000
028100     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          02810000
028200         BY VALUE LS-DB                                           02820000
030600       END-CALL                                                   03060000
030700       EVALUATE LS-SQL-RC                                         03070000
030800       WHEN SQLITE-ROW                                            03080000
030900            PERFORM TALLY-ONE-ROW THRU TALLY-ONE-ROW-EXIT         03090000
031000            MOVE +0 TO LS-SQL-RC                                  03100000
031100       WHEN SQLITE-DONE                                           03110000
031200            MOVE +4 TO LS-SQL-RC                                  03120000
036300         BY REFERENCE LS-DOUBLE-HFP                               03630000
036400     END-CALL                                                     03640000
036500     COMPUTE WS-ROW-AMOUNT ROUNDED = LS-DOUBLE-HFP                03650000
036508     MOVE +2 TO LS-COLUMN-NUMBER                                  03650800
036516     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-INT          03651600
036524         BY VALUE LS-SELECT-STMT                                  03652400
036532         BY VALUE LS-COLUMN-NUMBER                                03653200
036540         RETURNING LS-COLUMN-INT                                  03654000
036548     END-CALL                                                     03654800
036556     IF LS-COLUMN-INT IS NOT EQUAL TO ZERO THEN                   03655600
036564        ADD 1 TO WS-DORMANT-COUNT                                 03656400
036572        ADD WS-ROW-AMOUNT TO WS-DORMANT-AMOUNT                    03657200
036580        GO TO TALLY-ONE-ROW-EXIT                                  03658000
036588     END-IF                                                       03658800
036600     IF WS-FIRST-ROW THEN                                         03660000
036700        MOVE 'N' TO WS-FIRST-ROW-SWITCH                           03670000
036800        MOVE WS-ROW-NAME TO WS-GROUP-NAME                         03680000
040000          ADD WS-ROW-AMOUNT TO WS-BAND3-AMOUNT                    04000000
040100     END-EVALUATE                                                 04010000
040200     .                                                            04020000
040230 TALLY-ONE-ROW-EXIT.                                              04023000
040260     EXIT.                                                        04026000
040300 PRINT-GROUP-BREAK.                                               04030000
040400     MOVE SPACES TO WS-BREAK-LINE                                 04040000
040500     MOVE WS-GROUP-NAME TO WS-BRK-NAME                            04050000
049800         WITH POINTER WS-RPT-PTR                                  04980000
049900     END-STRING                                                   04990000
050000     PERFORM WRITE-REPORT-LINE                                    05000000
050005     IF WS-DORMANT-FOUND THEN                                     05000500
050010        MOVE WS-DORMANT-COUNT TO WS-COUNT-DISPLAY                 05001000
050015        MOVE WS-DORMANT-AMOUNT TO WS-AMOUNT-DISPLAY               05001500
050020        MOVE SPACES TO WS-REPORT-LINE                             05002000
050025        MOVE 1 TO WS-RPT-PTR                                      05002500
050030        STRING 'DORMANT EXCLUDED   : ' DELIMITED BY SIZE          05003000
050035            WS-COUNT-DISPLAY DELIMITED BY SIZE                    05003500
050040            ' RECORDS  AMOUNT ' DELIMITED BY SIZE                 05004000
050045            WS-AMOUNT-DISPLAY DELIMITED BY SIZE                   05004500
050050            INTO WS-REPORT-LINE                                   05005000
050055            WITH POINTER WS-RPT-PTR                               05005500
050060        END-STRING                                                05006000
050065        PERFORM WRITE-REPORT-LINE                                 05006500
050070        MOVE WS-DORMANT-COUNT TO WS-COUNT-DISPLAY                 05007000
050075        DISPLAY 'DORMANT EXCLUDED=' WS-COUNT-DISPLAY UPON SYSOUT  05007500
050080     END-IF                                                       05008000
050100     MOVE WS-GRAND-COUNT TO WS-COUNT-DISPLAY                      05010000
050200     DISPLAY 'RECORDS REPORTED=' WS-COUNT-DISPLAY UPON SYSOUT     05020000
050300     GO TO SHUTDOWN                                               05030000
053200     MOVE 1 TO WS-LINE-COUNT                                      05320000
053300     .                                                            05330000
053400 SHUTDOWN.                                                        05340000
053410     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               05341000
053420         BY VALUE LS-DB                                           05342000
053430         RETURNING LS-SQL-RC                                      05343000
053440     END-CALL                                                     05344000
053450     MOVE WS-GRAND-COUNT TO LS-METRICS-ROWS                       05345000
053460     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    05346000
053500     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         05350000
053600         RETURNING LS-SQL-RC                                      05360000
053700     END-CALL                                                     05370000
056300         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               05630000
056400         UPON SYSOUT                                              05640000
056500     .                                                            05650000
056600*                                                                 05660000
056700* Leave this step's STEP_METRICS row for the TESTCB45             05670000
056800* batch-window report. The row goes in on a connection of its     05680000
056900* own once the step's own work is finished, so a read-only step   05690000
057000* stays read-only and the row is never part of (or waiting on)    05700000
057100* the step's own transaction. A failure here is reported and      05710000
057200* nothing more: the step keeps the return code its own work       05720000
057300* earned. A data base that does not exist is not created just     05730000
057400* to hold the row.                                                05740000
057500*                                                                 05750000
057600 RECORD-STEP-METRICS.                                             05760000
057700     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       05770000
057800     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         05780000
057900        GO TO RECORD-STEP-METRICS-EXIT                            05790000
058000     END-IF                                                       05800000
058100     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       05810000
058200          LS-METRICS-END-SECS, LE-FC                              05820000
058300     MOVE SPACES TO WS-METRICS-JOB                                05830000
058400     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    05840000
058500          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     05850000
058600     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               05860000
058700     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             05870000
058800         BY REFERENCE WS-METRICS-DBPATH                           05880000
058900         BY REFERENCE LS-METRICS-DB                               05890000
059000         BY VALUE LS-METRICS-FLAGS                                05900000
059100         BY VALUE LS-METRICS-NULL                                 05910000
059200         RETURNING LS-METRICS-RC                                  05920000
059300     END-CALL                                                     05930000
059400     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              05940000
059500        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             05950000
059600           LS-METRICS-RC UPON SYSOUT                              05960000
059700        GO TO RECORD-STEP-METRICS-CLOSE                           05970000
059800     END-IF                                                       05980000
059900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        05990000
060000         BY VALUE LS-METRICS-DB                                   06000000
060100         BY VALUE LS-METRICS-WAIT-MS                              06010000
060200         RETURNING LS-METRICS-RC                                  06020000
060300     END-CALL                                                     06030000
060400     MOVE 1 TO WS-METRICS-PTR                                     06040000
060500     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           06050000
060600         DELIMITED BY SIZE                                        06060000
060700         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      06070000
060800         'BUSINESS_DATE TEXT, START_TIME REAL, '                  06080000
060900         DELIMITED BY SIZE                                        06090000
061000         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                06100000
061100         DELIMITED BY SIZE                                        06110000
061200         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 06120000
061300         INTO WS-METRICS-SQL                                      06130000
061400         WITH POINTER WS-METRICS-PTR                              06140000
061500     END-STRING                                                   06150000
061600     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          06160000
061700     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                06170000
061800         BY VALUE LS-METRICS-DB                                   06180000
061900         BY REFERENCE WS-METRICS-SQL                              06190000
062000         BY VALUE LS-METRICS-NULL                                 06200000
062100         BY VALUE LS-METRICS-NULL                                 06210000
062200         BY VALUE LS-METRICS-NULL                                 06220000
062300         RETURNING LS-METRICS-RC                                  06230000
062400     END-CALL                                                     06240000
062500     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              06250000
062600        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           06260000
062700           LS-METRICS-RC UPON SYSOUT                              06270000
062800        GO TO RECORD-STEP-METRICS-CLOSE                           06280000
062900     END-IF                                                       06290000
063000     MOVE 1 TO WS-METRICS-PTR                                     06300000
063100     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        06310000
063200         DELIMITED BY SIZE                                        06320000
063300         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   06330000
063400         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         06340000
063500         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                06350000
063600         INTO WS-METRICS-SQL                                      06360000
063700         WITH POINTER WS-METRICS-PTR                              06370000
063800     END-STRING                                                   06380000
063900     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          06390000
064000     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          06400000
064100         BY VALUE LS-METRICS-DB                                   06410000
064200         BY REFERENCE WS-METRICS-SQL                              06420000
064300         BY VALUE LS-METRICS-MINUS-ONE                            06430000
064400         BY REFERENCE LS-METRICS-STMT                             06440000
064500         BY VALUE LS-METRICS-NULL                                 06450000
064600         RETURNING LS-METRICS-RC                                  06460000
064700     END-CALL                                                     06470000
064800     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              06480000
064900        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          06490000
065000           LS-METRICS-RC UPON SYSOUT                              06500000
065100        GO TO RECORD-STEP-METRICS-CLOSE                           06510000
065200     END-IF                                                       06520000
065300     MOVE 1 TO LS-METRICS-COL                                     06530000
065400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           06540000
065500         BY VALUE LS-METRICS-STMT                                 06550000
065600         BY VALUE LS-METRICS-COL                                  06560000
065700         BY REFERENCE WS-METRICS-JOB                              06570000
065800         BY VALUE 8                                               06580000
065900         BY VALUE SQLITE-TRANSIENT                                06590000
066000         RETURNING LS-METRICS-RC                                  06600000
066100     END-CALL                                                     06610000
066200     MOVE 2 TO LS-METRICS-COL                                     06620000
066300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           06630000
066400         BY VALUE LS-METRICS-STMT                                 06640000
066500         BY VALUE LS-METRICS-COL                                  06650000
066600         BY REFERENCE WS-METRICS-STEP                             06660000
066700         BY VALUE 8                                               06670000
066800         BY VALUE SQLITE-TRANSIENT                                06680000
066900         RETURNING LS-METRICS-RC                                  06690000
067000     END-CALL                                                     06700000
067100     MOVE 3 TO LS-METRICS-COL                                     06710000
067200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           06720000
067300         BY VALUE LS-METRICS-STMT                                 06730000
067400         BY VALUE LS-METRICS-COL                                  06740000
067500         BY REFERENCE WS-METRICS-DATE                             06750000
067600         BY VALUE 8                                               06760000
067700         BY VALUE SQLITE-TRANSIENT                                06770000
067800         RETURNING LS-METRICS-RC                                  06780000
067900     END-CALL                                                     06790000
068000     CALL SQLITE3A USING                                          06800000
068100         BY REFERENCE CONVERT-HFP-TO-BFP                          06810000
068200         BY VALUE LS-METRICS-START-SECS                           06820000
068300         BY REFERENCE LS-METRICS-TIME-BFP                         06830000
068400     END-CALL                                                     06840000
068500     MOVE 4 TO LS-METRICS-COL                                     06850000
068600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         06860000
068700         BY VALUE LS-METRICS-STMT                                 06870000
068800         BY VALUE LS-METRICS-COL                                  06880000
068900         BY VALUE LS-METRICS-TIME-BFP                             06890000
069000         RETURNING LS-METRICS-RC                                  06900000
069100     END-CALL                                                     06910000
069200     CALL SQLITE3A USING                                          06920000
069300         BY REFERENCE CONVERT-HFP-TO-BFP                          06930000
069400         BY VALUE LS-METRICS-END-SECS                             06940000
069500         BY REFERENCE LS-METRICS-TIME-BFP                         06950000
069600     END-CALL                                                     06960000
069700     MOVE 5 TO LS-METRICS-COL                                     06970000
069800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         06980000
069900         BY VALUE LS-METRICS-STMT                                 06990000
070000         BY VALUE LS-METRICS-COL                                  07000000
070100         BY VALUE LS-METRICS-TIME-BFP                             07010000
070200         RETURNING LS-METRICS-RC                                  07020000
070300     END-CALL                                                     07030000
070400     MOVE 6 TO LS-METRICS-COL                                     07040000
070500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            07050000
070600         BY VALUE LS-METRICS-STMT                                 07060000
070700         BY VALUE LS-METRICS-COL                                  07070000
070800         BY VALUE LS-METRICS-ROWS                                 07080000
070900         RETURNING LS-METRICS-RC                                  07090000
071000     END-CALL                                                     07100000
071100     MOVE 7 TO LS-METRICS-COL                                     07110000
071200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            07120000
071300         BY VALUE LS-METRICS-STMT                                 07130000
071400         BY VALUE LS-METRICS-COL                                  07140000
071500         BY VALUE LS-METRICS-STEP-RC                              07150000
071600         RETURNING LS-METRICS-RC                                  07160000
071700     END-CALL                                                     07170000
071800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                07180000
071900         BY VALUE LS-METRICS-STMT                                 07190000
072000         RETURNING LS-METRICS-RC                                  07200000
072100     END-CALL                                                     07210000
072200     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            07220000
072300        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           07230000
072400           LS-METRICS-RC UPON SYSOUT                              07240000
072500     END-IF                                                       07250000
072600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            07260000
072700         BY VALUE LS-METRICS-STMT                                 07270000
072800         RETURNING LS-METRICS-RC                                  07280000
072900     END-CALL                                                     07290000
073000     .                                                            07300000
073100 RECORD-STEP-METRICS-CLOSE.                                       07310000
073200     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               07320000
073300         BY VALUE LS-METRICS-DB                                   07330000
073400         RETURNING LS-METRICS-RC                                  07340000
073500     END-CALL                                                     07350000
073600     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       07360000
073700     .                                                            07370000
073800 RECORD-STEP-METRICS-EXIT.                                        07380000
073900     EXIT                                                         07390000
074000     .                                                            07400000
074100 END PROGRAM 'TESTCB15'.                                          07410000
