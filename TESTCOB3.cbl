001300 DATE-COMPILED.                                                   00130000
001400 SECURITY. NONE.                                                  00140000
001500*                                                                 00150000
001520* This program is an ad-hoc SQL utility (ISQL-style). It opens    00152000
001540* the SQLITE data base named in MVS-PARM-VALUE, reads one SQL     00154000
001560* statement per SYSIN card image, runs each one through           00156000
001580* SQLITE3-PREPARE-V2/SQLITE3-STEP/SQLITE3-FINALIZE, and echoes    00158000
001600* the statement text plus its result rows or SQLITE-RC to         00160000
001620* SYSOUT. Intended for one-off lookups and fixes instead of       00162000
001640* writing a new COBOL program for each ad-hoc query.              00164000
001660*                                                                 00166000
001680* Because this is still how stalled RUN_CONTROL rows and the      00168000
001700* like get fixed, an update run is governed. The data base is     00170000
001720* opened READONLY, and reopened READWRITE only when the job       00172000
001740* name (CEE3JPI) is listed in that data base's SQL_AUTHORITY      00174000
001760* table, maintained by TESTCB33's SQLGRANT=/SQLREVOKE= cards.     00176000
001780* Even then a TICKET=change-record card must precede the first    00178000
001800* statement that changes data. A statement SQLITE reports as      00180000
001820* not read-only (INSERT, UPDATE, DELETE, DDL) is refused, and     00182000
001840* the job ends RC=8, when either test fails. When one runs, it    00184000
001860* is logged to AUDIT_LOG in the same savepoint as the change --   00186000
001880* TABLE_NAME '*ADHOC-SQL*', the verb as the operation,            00188000
001900* 'TICKET=... ROWS=n' as the before-image and the statement       00190000
001920* text as the after-image -- so every production fix traces       00192000
001940* back to its change record and TESTCB34 can name it instead      00194000
001960* of reporting an unexplained out-of-balance. A change that       00196000
001980* cannot be logged is backed out RC=16.                           00198000
002000*                                                                 00200000
002020* SYSIN cards are one statement per card ('*' in column one is    00202000
002040* a comment, a blank card is ignored). PARM value is 1 field:     00204000
002060* DBPATH (default /tmp/testcob3.sqlite3).                         00206000
002300*                                                                 00230000
002400 ENVIRONMENT DIVISION.                                            00240000
002500 CONFIGURATION SECTION.                                           00250000
008300 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00830000
008400 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00840000
008500 77  SQL-ZCHAR               PIC X(255).                          00850000
008510 77  LS-ONE                  PIC S9(9) COMP-5                     00851000
008520        VALUE IS 1.                                               00852000
008530 77  LS-TWO                  PIC S9(9) COMP-5                     00853000
008540        VALUE IS 2.                                               00854000
008550 77  LS-THREE                PIC S9(9) COMP-5                     00855000
008560        VALUE IS 3.                                               00856000
008570 77  LS-FOUR                 PIC S9(9) COMP-5                     00857000
008580        VALUE IS 4.                                               00858000
008590 77  LS-FIVE                 PIC S9(9) COMP-5                     00859000
008600        VALUE IS 5.                                               00860000
008610 77  LS-SIX                  PIC S9(9) COMP-5                     00861000
008620        VALUE IS 6.                                               00862000
008630*                                                                 00863000
008640* Fields supporting update governance: who is running             00864000
008650* (CEE3JPI), whether SQL_AUTHORITY lists that job for this data   00865000
008660* base, the change ticket in force, and the AUDIT_LOG record of   00866000
008670* each statement that changed data, the same WRITE-AUDIT-LOG      00867000
008680* convention TESTCB33 follows.                                    00868000
008690*                                                                 00869000
008700 77  LS-AUDIT-STMT           USAGE IS POINTER.                    00870000
008710 77  LS-READONLY             PIC S9(9) COMP-5.                    00871000
008720 77  LS-CHANGES              PIC S9(9) COMP-5.                    00872000
008730 77  LS-LILIAN               PIC S9(9) COMP-5.                    00873000
008740 77  LS-AUDIT-GMT-SECS       USAGE COMP-2.                        00874000
008750 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00875000
008760        VALUE IS 1.                                               00876000
008770 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00877000
008780        VALUE IS 8.                                               00878000
008790 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00879000
008800 77  WS-JOB-NAME             PIC X(8).                            00880000
008810 77  WS-DB-ZPATH             PIC X(255).                          00881000
008820 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00882000
008830 77  WS-AUTH-SWITCH          PIC X                                00883000
008840                              VALUE IS 'N'.                       00884000
008850     88  WS-AUTHORIZED       VALUE IS 'Y'.                        00885000
008860 77  WS-TICKET               PIC X(20)                            00886000
008870                              VALUE IS SPACES.                    00887000
008880 77  WS-STMT-START           PIC S9(4) COMP-5.                    00888000
008890 77  WS-SQL-VERB             PIC X(10).                           00889000
008900 77  WS-AUDIT-OK-SWITCH      PIC X.                               00890000
008910     88  WS-AUDIT-OK         VALUE IS 'Y'.                        00891000
008920 77  WS-AUDIT-TABLE          PIC X(30)                            00892000
008930                              VALUE IS '*ADHOC-SQL*'.             00893000
008940 77  WS-AUDIT-OP             PIC X(10).                           00894000
008950 77  WS-AUDIT-BEFORE         PIC X(75).                           00895000
008960 77  WS-AUDIT-AFTER          PIC X(80).                           00896000
008970 77  WS-CHANGED-COUNT        PIC S9(9) COMP-5                     00897000
008980        VALUE IS ZERO.                                            00898000
008990 77  WS-REFUSED-COUNT        PIC S9(9) COMP-5                     00899000
009000        VALUE IS ZERO.                                            00900000
009010 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00901000
009100*                                                                 00910000
009200* Fields supporting a generic SYSIN-driven statement loop: one    00920000
009300* SQL statement per card image, with a generic column dump of     00930000
015700        MOVE LOW-VALUES TO                                        01570000
015800           SQL-ZCHAR(MVS-PARM-LENGTH + 1:1)                       01580000
015900     END-IF                                                       01590000
015960     MOVE SQL-ZCHAR TO WS-DB-ZPATH                                01596000
016020     MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                   01602000
016100     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             01610000
016200         BY REFERENCE SQL-ZCHAR                                   01620000
016300         BY REFERENCE LS-DB                                       01630000
017480         RETURNING LS-SQL-RC                                      01748000
017490     END-CALL                                                     01749000
017500     .                                                            01750000
017510*                                                                 01751000
017520* Update governance. The data base was opened READONLY; it is     01752000
017530* reopened READWRITE only when this job is listed in its          01753000
017540* SQL_AUTHORITY table. A data base without that table has         01754000
017550* granted no one, so the run stays read-only.                     01755000
017560*                                                                 01756000
017570 CHECK-SQL-AUTHORITY.                                             01757000
017580     MOVE SPACES TO WS-JOB-NAME                                   01758000
017590     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               01759000
017600             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  01760000
017610     MOVE 1 TO WS-SQL-PTR                                         01761000
017620     STRING 'SELECT COUNT(*) FROM SQL_AUTHORITY WHERE '           01762000
017630         DELIMITED BY SIZE                                        01763000
017640         'RTRIM(JOB_NAME) = RTRIM(?)' DELIMITED BY SIZE           01764000
017650         INTO SQL-ZCHAR                                           01765000
017660         WITH POINTER WS-SQL-PTR                                  01766000
017670     END-STRING                                                   01767000
017680     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   01768000
017690     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          01769000
017700         BY VALUE LS-DB                                           01770000
017710         BY REFERENCE SQL-ZCHAR                                   01771000
017720         BY VALUE LS-MINUS-ONE                                    01772000
017730         BY REFERENCE LS-STMT                                     01773000
017740         BY VALUE LS-ZERO                                         01774000
017750         RETURNING LS-SQL-RC                                      01775000
017760     END-CALL                                                     01776000
017770     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK THEN                  01777000
017780        DISPLAY 'NO SQL_AUTHORITY TABLE ON THIS DATA BASE.'       01778000
017790           UPON SYSOUT                                            01779000
017800        GO TO REPORT-RUN-MODE                                     01780000
017810     END-IF                                                       01781000
017820     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           01782000
017830         BY VALUE LS-STMT                                         01783000
017840         BY VALUE LS-ONE                                          01784000
017850         BY REFERENCE WS-JOB-NAME                                 01785000
017860         BY VALUE 8                                               01786000
017870         BY VALUE SQLITE-TRANSIENT                                01787000
017880         RETURNING LS-SQL-RC                                      01788000
017890     END-CALL                                                     01789000
017900     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                01790000
017910         BY VALUE LS-STMT                                         01791000
017920         RETURNING LS-SQL-RC                                      01792000
017930     END-CALL                                                     01793000
017940     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     01794000
017950        MOVE +0 TO LS-COLUMN-NUMBER                               01795000
017960        CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-INT       01796000
017970            BY VALUE LS-STMT                                      01797000
017980            BY VALUE LS-COLUMN-NUMBER                             01798000
017990            RETURNING LS-I                                        01799000
018000        END-CALL                                                  01800000
018010        IF LS-I IS GREATER THAN ZERO THEN                         01801000
018020           MOVE 'Y' TO WS-AUTH-SWITCH                             01802000
018030        END-IF                                                    01803000
018040     END-IF                                                       01804000
018050     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            01805000
018060         BY VALUE LS-STMT                                         01806000
018070         RETURNING LS-SQL-RC                                      01807000
018080     END-CALL                                                     01808000
018090     .                                                            01809000
018100 REPORT-RUN-MODE.                                                 01810000
018110     IF NOT WS-AUTHORIZED THEN                                    01811000
018120        DISPLAY 'READ-ONLY RUN: JOB ' WS-JOB-NAME                 01812000
018130           ' IS NOT IN SQL_AUTHORITY.' UPON SYSOUT                01813000
018140        GO TO SYSIN-LOOP                                          01814000
018150     END-IF                                                       01815000
018160     DISPLAY 'UPDATE RUN: JOB ' WS-JOB-NAME                       01816000
018170        ' IS IN SQL_AUTHORITY. CHANGES NEED A TICKET= CARD.'      01817000
018180        UPON SYSOUT                                               01818000
018190     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               01819000
018200         BY VALUE LS-DB                                           01820000
018210         RETURNING LS-SQL-RC                                      01821000
018220     END-CALL                                                     01822000
018230     MOVE WS-DB-ZPATH TO SQL-ZCHAR                                01823000
018240     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  01824000
018250     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             01825000
018260         BY REFERENCE SQL-ZCHAR                                   01826000
018270         BY REFERENCE LS-DB                                       01827000
018280         BY VALUE LS-OPEN-FLAGS                                   01828000
018290         BY VALUE LS-NULL                                         01829000
018300         RETURNING LS-SQL-RC                                      01830000
018310     END-CALL                                                     01831000
018320     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   01832000
018330        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                01833000
018340        DISPLAY 'SQLITE3-OPEN FOR UPDATE FAILED. RC='             01834000
018350           LS-SQL-RC UPON SYSOUT                                  01835000
018360        MOVE +16 TO RETURN-CODE                                   01836000
018370        GOBACK                                                    01837000
018380     END-IF                                                       01838000
018390     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        01839000
018400         BY VALUE LS-DB                                           01840000
018410         BY VALUE LS-BUSY-TIMEOUT-MS                              01841000
018420         RETURNING LS-SQL-RC                                      01842000
018430     END-CALL                                                     01843000
018440     MOVE 1 TO WS-SQL-PTR                                         01844000
018450     STRING 'CREATE TABLE IF NOT EXISTS AUDIT_LOG ('              01845000
018460         DELIMITED BY SIZE                                        01846000
018470         'TABLE_NAME TEXT, OPERATION TEXT, '                      01847000
018480         DELIMITED BY SIZE                                        01848000
018490         'BEFORE_VALUE TEXT, AFTER_VALUE TEXT, '                  01849000
018500         DELIMITED BY SIZE                                        01850000
018510         'LOG_TIME REAL, JOB_NAME TEXT)' DELIMITED BY SIZE        01851000
018520         INTO SQL-ZCHAR                                           01852000
018530         WITH POINTER WS-SQL-PTR                                  01853000
018540     END-STRING                                                   01854000
018550     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   01855000
018560     PERFORM EXECUTE-ONE-STATEMENT                                01856000
018570     IF RETURN-CODE IS EQUAL TO +16 THEN                          01857000
018580        GOBACK                                                    01858000
018590     END-IF                                                       01859000
018600     MOVE 1 TO WS-SQL-PTR                                         01860000
018610     STRING 'INSERT INTO AUDIT_LOG(TABLE_NAME,OPERATION,'         01861000
018620         DELIMITED BY SIZE                                        01862000
018630         'BEFORE_VALUE,AFTER_VALUE,LOG_TIME,JOB_NAME) '           01863000
018640         DELIMITED BY SIZE                                        01864000
018650         'VALUES(?,?,?,?,?,?)' DELIMITED BY SIZE                  01865000
018660         INTO SQL-ZCHAR                                           01866000
018670         WITH POINTER WS-SQL-PTR                                  01867000
018680     END-STRING                                                   01868000
018690     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   01869000
018700     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          01870000
018710         BY VALUE LS-DB                                           01871000
018720         BY REFERENCE SQL-ZCHAR                                   01872000
018730         BY VALUE LS-MINUS-ONE                                    01873000
018740         BY REFERENCE LS-AUDIT-STMT                               01874000
018750         BY VALUE LS-ZERO                                         01875000
018760         RETURNING LS-SQL-RC                                      01876000
018770     END-CALL                                                     01877000
018780     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   01878000
018790        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                01879000
018800        DISPLAY 'PREPARE OF AUDIT INSERT FAILED. RC='             01880000
018810           LS-SQL-RC UPON SYSOUT                                  01881000
018820        PERFORM DISPLAY-SQL-ERROR                                 01882000
018830        MOVE +16 TO RETURN-CODE                                   01883000
018840        GOBACK                                                    01884000
018850     END-IF                                                       01885000
018860     .                                                            01886000
018870 SYSIN-LOOP.                                                      01887000
018880     OPEN INPUT SYSIN-FILE                                        01888000
018890     MOVE 'N' TO WS-EOF-SWITCH                                    01889000
018900     PERFORM UNTIL WS-EOF                                         01890000
018910        READ SYSIN-FILE                                           01891000
018920           AT END                                                 01892000
018930              MOVE 'Y' TO WS-EOF-SWITCH                           01893000
018940           NOT AT END                                             01894000
018950              PERFORM RUN-ONE-STATEMENT                           01895000
018960        END-READ                                                  01896000
018970     END-PERFORM                                                  01897000
018980     CLOSE SYSIN-FILE                                             01898000
018990     GO TO SHUTDOWN                                               01899000
019000     .                                                            01900000
019010 RUN-ONE-STATEMENT.                                               01901000
019020     EVALUATE TRUE                                                01902000
019030     WHEN SYSIN-RECORD(1:1) IS EQUAL TO '*'                       01903000
019040     WHEN SYSIN-RECORD IS EQUAL TO SPACES                         01904000
019050          CONTINUE                                                01905000
019060     WHEN SYSIN-RECORD(1:7) IS EQUAL TO 'TICKET='                 01906000
019070          PERFORM ACCEPT-TICKET-CARD                              01907000
019080     WHEN OTHER                                                   01908000
019090          PERFORM RUN-SQL-CARD                                    01909000
019100     END-EVALUATE                                                 01910000
019110     .                                                            01911000
019120*                                                                 01912000
019130* The statement is the card up to its last non-blank, so an       01913000
019140* UPDATE ... SET ... WHERE ... card runs whole.                   01914000
019150*                                                                 01915000
019160 RUN-SQL-CARD.                                                    01916000
019170     MOVE 80 TO WS-STMT-LEN                                       01917000
019180     PERFORM UNTIL SYSIN-RECORD(WS-STMT-LEN:1) IS NOT EQUAL TO    01918000
019190                   SPACE                                          01919000
019200        SUBTRACT 1 FROM WS-STMT-LEN                               01920000
019210     END-PERFORM                                                  01921000
019220     DISPLAY 'ISQL> ' SYSIN-RECORD(1:WS-STMT-LEN)                 01922000
019230        UPON SYSOUT                                               01923000
019240     MOVE SYSIN-RECORD(1:WS-STMT-LEN) TO SQL-ZCHAR                01924000
019250     MOVE LOW-VALUES TO SQL-ZCHAR(WS-STMT-LEN + 1:1)              01925000
019260     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          01926000
019270         BY VALUE LS-DB                                           01927000
019280         BY REFERENCE SQL-ZCHAR                                   01928000
019290         BY VALUE LS-MINUS-ONE                                    01929000
019300         BY REFERENCE LS-STMT                                     01930000
019310         BY VALUE LS-ZERO                                         01931000
019320         RETURNING LS-SQL-RC                                      01932000
019330     END-CALL                                                     01933000
019340     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   01934000
019350        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                01935000
019360        DISPLAY '  PREPARE FAILED. RC=' LS-SQL-RC                 01936000
019370           UPON SYSOUT                                            01937000
019380        PERFORM DISPLAY-SQL-ERROR                                 01938000
019390     ELSE                                                         01939000
019400        CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-COUNT     01940000
019410            BY VALUE LS-STMT                                      01941000
019420            RETURNING WS-COLUMN-COUNT                             01942000
019430        END-CALL                                                  01943000
019440        CALL SQLITE3A USING BY REFERENCE SQLITE3-STMT-READONLY    01944000
019450            BY VALUE LS-STMT                                      01945000
019460            RETURNING LS-READONLY                                 01946000
019470        END-CALL                                                  01947000
019480        IF LS-READONLY IS NOT EQUAL TO ZERO THEN                  01948000
019490           PERFORM STEP-STATEMENT                                 01949000
019500        ELSE                                                      01950000
019510           PERFORM RUN-CHANGE-STATEMENT                           01951000
019520        END-IF                                                    01952000
019530        CALL SQLITE3A USING                                       01953000
019540            BY REFERENCE SQLITE3-FINALIZE                         01954000
019550            BY VALUE LS-STMT                                      01955000
019560            RETURNING LS-SQL-RC                                   01956000
019570        END-CALL                                                  01957000
019580     END-IF                                                       01958000
019590     .                                                            01959000
019600*                                                                 01960000
019610* A TICKET= card names the change record the statements after     01961000
019620* it are made under; it stays in force until the next one.        01962000
019630*                                                                 01963000
019640 ACCEPT-TICKET-CARD.                                              01964000
019650     MOVE SPACES TO WS-TICKET                                     01965000
019660     UNSTRING SYSIN-RECORD(8:73) DELIMITED BY ALL SPACE           01966000
019670         INTO WS-TICKET                                           01967000
019680     END-UNSTRING                                                 01968000
019690     IF WS-TICKET IS EQUAL TO SPACES THEN                         01969000
019700        DISPLAY 'TICKET= CARD NAMES NO CHANGE RECORD. CHANGES'    01970000
019710           ' WILL BE REFUSED.' UPON SYSOUT                        01971000
019720     ELSE                                                         01972000
019730        DISPLAY 'TICKET ' WS-TICKET                               01973000
019740           ' APPLIES TO THE CHANGES THAT FOLLOW.' UPON SYSOUT     01974000
019750     END-IF                                                       01975000
019760     .                                                            01976000
019770*                                                                 01977000
019780* A statement that changes data runs only on an authorized job    01978000
019790* with a ticket in force, inside a savepoint that also holds      01979000
019800* its AUDIT_LOG row: the change and its record stand or fall      01980000
019810* together.                                                       01981000
019820*                                                                 01982000
019830 RUN-CHANGE-STATEMENT.                                            01983000
019840     EVALUATE TRUE                                                01984000
019850     WHEN NOT WS-AUTHORIZED                                       01985000
019860          DISPLAY '  NOT RUN: JOB ' WS-JOB-NAME                   01986000
019870             ' MAY NOT CHANGE THIS DATA BASE.' UPON SYSOUT        01987000
019880          ADD 1 TO WS-REFUSED-COUNT                               01988000
019890     WHEN WS-TICKET IS EQUAL TO SPACES                            01989000
019900          DISPLAY '  NOT RUN: NO TICKET= CARD PRECEDES THIS'      01990000
019910             ' CHANGE.' UPON SYSOUT                               01991000
019920          ADD 1 TO WS-REFUSED-COUNT                               01992000
019930     WHEN OTHER                                                   01993000
019940          MOVE Z'SAVEPOINT ADHOC_SQL' TO SQL-ZCHAR                01994000
019950          PERFORM EXECUTE-ONE-STATEMENT                           01995000
019960          PERFORM STEP-STATEMENT                                  01996000
019970          IF LS-SQL-RC IS EQUAL TO +4 THEN                        01997000
019980             PERFORM LOG-CHANGE-STATEMENT                         01998000
019990          ELSE                                                    01999000
020000             MOVE 'N' TO WS-AUDIT-OK-SWITCH                       02000000
020010          END-IF                                                  02001000
020020          IF NOT WS-AUDIT-OK THEN                                 02002000
020030             MOVE Z'ROLLBACK TO SAVEPOINT ADHOC_SQL' TO SQL-ZCHAR 02003000
020040             PERFORM EXECUTE-ONE-STATEMENT                        02004000
020050          END-IF                                                  02005000
020060          MOVE Z'RELEASE SAVEPOINT ADHOC_SQL' TO SQL-ZCHAR        02006000
020070          PERFORM EXECUTE-ONE-STATEMENT                           02007000
020080     END-EVALUATE                                                 02008000
020090     .                                                            02009000
020100 LOG-CHANGE-STATEMENT.                                            02010000
020110     MOVE 1 TO WS-STMT-START                                      02011000
020120     PERFORM UNTIL SYSIN-RECORD(WS-STMT-START:1) IS NOT EQUAL     02012000
020130                   TO SPACE                                       02013000
020140        ADD 1 TO WS-STMT-START                                    02014000
020150     END-PERFORM                                                  02015000
020160     MOVE SPACES TO WS-SQL-VERB                                   02016000
020170     UNSTRING SYSIN-RECORD(WS-STMT-START:)                        02017000
020180         DELIMITED BY ALL SPACE OR '(' OR ';'                     02018000
020190         INTO WS-SQL-VERB                                         02019000
020200     END-UNSTRING                                                 02020000
020210     INSPECT WS-SQL-VERB CONVERTING                               02021000
020220         'abcdefghijklmnopqrstuvwxyz' TO                          02022000
020230         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'                             02023000
020240     EVALUATE WS-SQL-VERB                                         02024000
020250     WHEN 'INSERT'                                                02025000
020260     WHEN 'UPDATE'                                                02026000
020270     WHEN 'DELETE'                                                02027000
020280     WHEN 'REPLACE'                                               02028000
020290     WHEN 'WITH'                                                  02029000
020300          CALL SQLITE3A USING BY REFERENCE SQLITE3-CHANGES        02030000
020310              BY VALUE LS-DB                                      02031000
020320              RETURNING LS-CHANGES                                02032000
020330          END-CALL                                                02033000
020340     WHEN OTHER                                                   02034000
020350          MOVE ZERO TO LS-CHANGES                                 02035000
020360     END-EVALUATE                                                 02036000
020370     MOVE LS-CHANGES TO WS-COUNT-DISPLAY                          02037000
020380     MOVE WS-SQL-VERB TO WS-AUDIT-OP                              02038000
020390     MOVE SPACES TO WS-AUDIT-BEFORE                               02039000
020400     STRING 'TICKET=' DELIMITED BY SIZE                           02040000
020410         WS-TICKET DELIMITED BY SPACE                             02041000
020420         ' ROWS=' DELIMITED BY SIZE                               02042000
020430         WS-COUNT-DISPLAY DELIMITED BY SIZE                       02043000
020440         INTO WS-AUDIT-BEFORE                                     02044000
020450     END-STRING                                                   02045000
020460     MOVE SPACES TO WS-AUDIT-AFTER                                02046000
020470     MOVE SYSIN-RECORD(1:WS-STMT-LEN) TO WS-AUDIT-AFTER           02047000
020480     PERFORM WRITE-AUDIT-LOG                                      02048000
020490     IF WS-AUDIT-OK THEN                                          02049000
020500        ADD 1 TO WS-CHANGED-COUNT                                 02050000
020510        DISPLAY '  ' WS-COUNT-DISPLAY ' ROW(S) CHANGED UNDER'     02051000
020520           ' TICKET ' WS-TICKET UPON SYSOUT                       02052000
020530     ELSE                                                         02053000
020540        DISPLAY '  CHANGE BACKED OUT: IT COULD NOT BE LOGGED.'    02054000
020550           UPON SYSOUT                                            02055000
020560        MOVE +16 TO RETURN-CODE                                   02056000
020570     END-IF                                                       02057000
020580     .                                                            02058000
020590*                                                                 02059000
020600* Reusable audit paragraph, the same binding sequence TESTCB33    02060000
020610* uses for its AUDIT_LOG rows; the statement text goes in whole.  02061000
020620*                                                                 02062000
020630 WRITE-AUDIT-LOG.                                                 02063000
020640     MOVE 'Y' TO WS-AUDIT-OK-SWITCH                               02064000
020650     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      02065000
020660     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           02066000
020670         BY VALUE LS-AUDIT-STMT                                   02067000
020680         BY VALUE LS-ONE                                          02068000
020690         BY REFERENCE WS-AUDIT-TABLE                              02069000
020700         BY VALUE 30                                              02070000
020710         BY VALUE SQLITE-TRANSIENT                                02071000
020720         RETURNING LS-SQL-RC                                      02072000
020730     END-CALL                                                     02073000
020740     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           02074000
020750         BY VALUE LS-AUDIT-STMT                                   02075000
020760         BY VALUE LS-TWO                                          02076000
020770         BY REFERENCE WS-AUDIT-OP                                 02077000
020780         BY VALUE 10                                              02078000
020790         BY VALUE SQLITE-TRANSIENT                                02079000
020800         RETURNING LS-SQL-RC                                      02080000
020810     END-CALL                                                     02081000
020820     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           02082000
020830         BY VALUE LS-AUDIT-STMT                                   02083000
020840         BY VALUE LS-THREE                                        02084000
020850         BY REFERENCE WS-AUDIT-BEFORE                             02085000
020860         BY VALUE 75                                              02086000
020870         BY VALUE SQLITE-TRANSIENT                                02087000
020880         RETURNING LS-SQL-RC                                      02088000
020890     END-CALL                                                     02089000
020900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           02090000
020910         BY VALUE LS-AUDIT-STMT                                   02091000
020920         BY VALUE LS-FOUR                                         02092000
020930         BY REFERENCE WS-AUDIT-AFTER                              02093000
020940         BY VALUE 80                                              02094000
020950         BY VALUE SQLITE-TRANSIENT                                02095000
020960         RETURNING LS-SQL-RC                                      02096000
020970     END-CALL                                                     02097000
020980     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         02098000
020990         BY VALUE LS-AUDIT-STMT                                   02099000
021000         BY VALUE LS-FIVE                                         02100000
021010         BY VALUE LS-AUDIT-GMT-SECS                               02101000
021020         RETURNING LS-SQL-RC                                      02102000
021030     END-CALL                                                     02103000
021040     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           02104000
021050         BY VALUE LS-AUDIT-STMT                                   02105000
021060         BY VALUE LS-SIX                                          02106000
021070         BY REFERENCE WS-JOB-NAME                                 02107000
021080         BY VALUE 8                                               02108000
021090         BY VALUE SQLITE-TRANSIENT                                02109000
021100         RETURNING LS-SQL-RC                                      02110000
021110     END-CALL                                                     02111000
021120     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                02112000
021130         BY VALUE LS-AUDIT-STMT                                   02113000
021140         RETURNING LS-SQL-RC                                      02114000
021150     END-CALL                                                     02115000
021160     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   02116000
021170        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                02117000
021180        DISPLAY 'AUDIT LOG INSERT FAILED. RC='                    02118000
021190           LS-SQL-RC UPON SYSOUT                                  02119000
021200        PERFORM DISPLAY-SQL-ERROR                                 02120000
021210        MOVE 'N' TO WS-AUDIT-OK-SWITCH                            02121000
021220     END-IF                                                       02122000
021230     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               02123000
021240         BY VALUE LS-AUDIT-STMT                                   02124000
021250         RETURNING LS-SQL-RC                                      02125000
021260     END-CALL                                                     02126000
021270     .                                                            02127000
021280*                                                                 02128000
021290* Reusable exec paragraph: caller builds the null-terminated      02129000
021300* statement text in SQL-ZCHAR. A failure is reported RC=16.       02130000
021310*                                                                 02131000
021320 EXECUTE-ONE-STATEMENT.                                           02132000
021330     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                02133000
021340         BY VALUE LS-DB                                           02134000
021350         BY REFERENCE SQL-ZCHAR                                   02135000
021360         BY VALUE LS-ZERO                                         02136000
021370         BY VALUE LS-ZERO                                         02137000
021380         BY VALUE LS-ZERO                                         02138000
021390         RETURNING LS-SQL-RC                                      02139000
021400     END-CALL                                                     02140000
021410     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   02141000
021420        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                02142000
021430        DISPLAY '  EXEC FAILED. RC=' LS-SQL-RC                    02143000
021440           UPON SYSOUT                                            02144000
021450        PERFORM DISPLAY-SQL-ERROR                                 02145000
021460        MOVE +16 TO RETURN-CODE                                   02146000
021470     END-IF                                                       02147000
021480     .                                                            02148000
022400 STEP-STATEMENT.                                                  02240000
022500     MOVE ZERO TO WS-ROW-COUNT                                    02250000
022600     MOVE +0 TO LS-SQL-RC                                         02260000
032000        END-EVALUATE                                              03200000
032100     END-PERFORM                                                  03210000
032200     .                                                            03220000
032209 SHUTDOWN.                                                        03220900
032218     IF WS-AUTHORIZED THEN                                        03221800
032227        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         03222700
032236            BY VALUE LS-AUDIT-STMT                                03223600
032245            RETURNING LS-SQL-RC                                   03224500
032254        END-CALL                                                  03225400
032263     END-IF                                                       03226300
032272     MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY                    03227200
032281     DISPLAY 'CHANGES RUN AND LOGGED=' WS-COUNT-DISPLAY           03228100
032290        UPON SYSOUT                                               03229000
032299     MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY                    03229900
032308     DISPLAY 'CHANGES REFUSED       =' WS-COUNT-DISPLAY           03230800
032317        UPON SYSOUT                                               03231700
032326     IF WS-REFUSED-COUNT IS GREATER THAN ZERO AND                 03232600
032335        RETURN-CODE IS LESS THAN +8 THEN                          03233500
032344        MOVE +8 TO RETURN-CODE                                    03234400
032353     END-IF                                                       03235300
032362     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               03236200
032371         BY VALUE LS-DB                                           03237100
032380         RETURNING LS-SQL-RC                                      03238000
032389     END-CALL                                                     03238900
032400     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         03240000
032500         RETURNING LS-SQL-RC                                      03250000
032600     END-CALL                                                     03260000
