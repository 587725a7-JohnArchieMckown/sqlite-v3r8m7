002600* the reason, the way TESTCOB4 rejects bad load records. End-of-  00260000
002700* job control totals of reads, adds, updates, deletes, and        00270000
002800* rejects are displayed so the run can be reconciled.             00280000
002810*                                                                 00281000
002820* Dual control: when the central SYSTEM_PARMS table carries an    00282000
002830* APPROVALAMT threshold (set through TESTCB33), a 'U' that        00283000
002840* moves AMOUNT by more than the threshold, or a 'D' against a     00284000
002850* row whose AMOUNT is over it, is not applied here. It is         00285000
002860* parked in the PENDING_CHANGE table with its before and          00286000
002870* proposed values, and the parking is audited (operation PEND     00287000
002880* against PENDING_CHANGE) under this job's name as the maker.     00288000
002890* TESTCB37 lists the parked items and applies or rejects them     00289000
002900* from a second job name. A data base without the threshold       00290000
002910* keeps the single-step behaviour.                                00291000
002920*                                                                 00292000
002930* The data base must be at SCHEMA_VERSION level 1 (the layout     00293000
002940* TESTCOB4 builds; TESTCB44 keeps the level). One below it is     00294000
002950* refused RC=16, before any transaction is read, until            00295000
002960* TESTCB44 migrates it.                                           00296000
002970*                                                                 00297000
002980* Every reject is also recorded in REJECT_HISTORY for the         00298000
002990* TESTCB47 reject-rate report, under source TESTCOB8 and the      00299000
003000* run date (a maintenance file has no header). The reject         00300000
003010* record carries that origin in bytes 62-77 so the TESTCB22       00301000
003020* recycle can carry it back to the TESTCOB4 load that resolves    00302000
003030* it.                                                             00303000
003040*                                                                 00304000
003050* A change applied to a row that TESTCB50 has flagged dormant     00305000
003060* reactivates it: the DORMANT entry is marked REACTIVATED by      00306000
003070* this program and job, for the TESTCB50 reactivation report,     00307000
003080* and audited as operation REACTIVATE against DORMANT. A data     00308000
003090* base without the DORMANT table is unaffected.                   00309000
003100*                                                                 00310000
003110 ENVIRONMENT DIVISION.                                            00311000
003120 CONFIGURATION SECTION.                                           00312000
003200 SOURCE-COMPUTER. IBM-370.                                        00320000
003300 OBJECT-COMPUTER. IBM-370.                                        00330000
003400 SPECIAL-NAMES.                                                   00340000
009600 77  LS-ZERO                 PIC S9(9) COMP-5                     00960000
009700                             VALUE IS ZERO.                       00970000
009800 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00980000
009900 77  SQL-ZCHAR               PIC X(320).                          00990000
010000 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     01000000
010100        VALUE IS -1.                                              01010000
010200 77  LS-ONE                  PIC S9(9) COMP-5                     01020000
011100        VALUE IS 5.                                               01110000
011200 77  LS-SIX                  PIC S9(9) COMP-5                     01120000
011300        VALUE IS 6.                                               01130000
011310 77  LS-SEVEN                PIC S9(9) COMP-5                     01131000
011320        VALUE IS 7.                                               01132000
011330 77  LS-EIGHT                PIC S9(9) COMP-5                     01133000
011340        VALUE IS 8.                                               01134000
011350 77  LS-NINE                 PIC S9(9) COMP-5                     01135000
011360        VALUE IS 9.                                               01136000
011400 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    01140000
011500 77  LS-NULL                 POINTER VALUE IS NULL.               01150000
011600 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    01160000
013800 77  WS-TABLE-NAME-LEN       PIC S9(4) COMP-5.                    01380000
013900 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    01390000
014000 77  WS-PREP-LABEL           PIC X(20).                           01400000
014003*                                                                 01400300
014006* The SYSTEM_PARMS lookup: the APPROVALAMT dual-control           01400600
014009* threshold comes from the central configuration table            01400900
014012* (maintained by TESTCB33); a data base without the table or      01401200
014015* the keyword applies every change immediately, as before.        01401500
014018*                                                                 01401800
014021 77  LS-SYSPARM-STMT         USAGE IS POINTER.                    01402100
014024 77  WS-SYSPARM-KEY          PIC X(20).                           01402400
014027 77  WS-SYSPARM-KEY-LEN      PIC S9(4) COMP-5.                    01402700
014030 77  WS-SYSPARM-VAL-LEN      PIC S9(4) COMP-5.                    01403000
014033 77  WS-SYSPARM-VALUE        PIC X(40).                           01403300
014036 77  WS-SYSPARM-FOUND-SWITCH PIC X.                               01403600
014039     88  WS-SYSPARM-FOUND    VALUE IS 'Y'.                        01403900
014042*                                                                 01404200
014045* Fields supporting the dual-control parking of large changes     01404500
014048* in PENDING_CHANGE for a second job to approve.                  01404800
014051*                                                                 01405100
014054 77  LS-PENDING-STMT         USAGE IS POINTER.                    01405400
014057 77  LS-CHANGE-ID            PIC S9(18) COMP-5.                   01405700
014060 77  WS-CHANGE-ID-DISPLAY    PIC 9(9).                            01406000
014063 77  WS-APPROVAL-AMOUNT      PIC S9(7)V99                         01406300
014066        VALUE IS ZERO.                                            01406600
014069 77  WS-DUAL-CONTROL-SWITCH  PIC X                                01406900
014072                             VALUE IS 'N'.                        01407200
014075     88  WS-DUAL-CONTROL     VALUE IS 'Y'.                        01407500
014078 77  WS-APPROVAL-SWITCH      PIC X.                               01407800
014081     88  WS-NEEDS-APPROVAL   VALUE IS 'Y'.                        01408100
014084 77  WS-CHANGE-AMOUNT        PIC S9(8)V99.                        01408400
014100*                                                                 01410000
014200* Fields supporting the transaction/reject processing and the     01420000
014300* end-of-job control totals.                                      01430000
016300                             VALUE IS ZERO.                       01630000
016400 77  WS-REJECT-COUNT         PIC S9(9) COMP-5                     01640000
016500                             VALUE IS ZERO.                       01650000
016530 77  WS-PENDING-COUNT        PIC S9(9) COMP-5                     01653000
016560                             VALUE IS ZERO.                       01656000
016600 77  WS-READ-DISPLAY         PIC Z(8)9.                           01660000
016700 77  WS-ADD-DISPLAY          PIC Z(8)9.                           01670000
016800 77  WS-UPDATE-DISPLAY       PIC Z(8)9.                           01680000
016900 77  WS-DELETE-DISPLAY       PIC Z(8)9.                           01690000
017000 77  WS-REJECT-DISPLAY       PIC Z(8)9.                           01700000
017050 77  WS-PENDING-DISPLAY      PIC Z(8)9.                           01705000
017053*                                                                 01705300
017056* Fields supporting the reactivation of dormant rows.             01705600
017059*                                                                 01705900
017062 77  LS-REACTIVATE-STMT      USAGE IS POINTER.                    01706200
017065 77  LS-CHANGES              PIC S9(9) COMP-5.                    01706500
017068 77  LS-BIND-LENGTH          PIC S9(9) COMP-5.                    01706800
017071 77  WS-DORMANT-SWITCH       PIC X                                01707100
017074                             VALUE IS 'N'.                        01707400
017077     88  WS-DORMANT-TRACKED  VALUE IS 'Y'.                        01707700
017080 77  WS-REACTIVATE-COUNT     PIC S9(9) COMP-5                     01708000
017083                             VALUE IS ZERO.                       01708300
017086 77  WS-REACTIVATE-DISPLAY   PIC Z(8)9.                           01708600
017100*                                                                 01710000
017200* Fields supporting the AUDIT_LOG trail and the reusable          01720000
017300* WRITE-AUDIT-LOG paragraph, the same change-history convention   01730000
018700        VALUE IS 8.                                               01870000
018800 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    01880000
018900 77  WS-JOB-NAME             PIC X(8).                            01890000
018908*                                                                 01890800
018916* Fields supporting the schema-level check: the SCHEMA_VERSION    01891600
018924* level the table layout used here needs (TESTCB44 applies the    01892400
018932* numbered changes that raise it) and the level found.            01893200
018940*                                                                 01894000
018948 77  WS-SCHEMA-REQUIRED      PIC S9(9) COMP-5                     01894800
018956                             VALUE IS 1.                          01895600
018964 77  WS-SCHEMA-LEVEL         PIC S9(9) COMP-5                     01896400
018972                             VALUE IS ZERO.                       01897200
018980 77  WS-SCHEMA-DISPLAY       PIC Z(8)9.                           01898000
018988 77  WS-REQUIRED-DISPLAY     PIC Z(8)9.                           01898800
018989*                                                                 01898900
018990* Fields supporting REJECT_HISTORY: the run date and source       01899000
018991* every reject is recorded under.                                 01899100
018992*                                                                 01899200
018993 77  LS-HISTORY-STMT         USAGE IS POINTER.                    01899300
018994 77  WS-RUN-DATE             PIC X(8).                            01899400
018995 77  WS-HISTORY-SOURCE       PIC X(8)                             01899500
018996        VALUE IS 'TESTCOB8'.                                      01899600
019000 LINKAGE SECTION.                                                 01900000
019100 01  MVS-PARM.                                                    01910000
019200     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    01920000
022700     MOVE SPACES TO WS-JOB-NAME                                   02270000
022800     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               02280000
022900             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  02290000
022950     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               02295000
023000     .                                                            02300000
023100 INITIALIZE-SQLITE.                                               02310000
023200     IF MVS-PARM-LENGTH IS EQUAL TO ZERO THEN                     02320000
028000         RETURNING LS-SQL-RC                                      02800000
028100     END-CALL                                                     02810000
028200     .                                                            02820000
028202*                                                                 02820200
028204* The data base must be at the schema level the maintenance       02820400
028206* statements need; below it (or with no SCHEMA_VERSION table,     02820600
028208* level 0) the run is refused RC=16 until TESTCB44 migrates it.   02820800
028210*                                                                 02821000
028212 CHECK-SCHEMA-LEVEL.                                              02821200
028214     MOVE ZERO TO WS-SCHEMA-LEVEL                                 02821400
028216     MOVE Z'SELECT COALESCE(MAX(VERSION),0) FROM SCHEMA_VERSION'  02821600
028218        TO SQL-ZCHAR                                              02821800
028220     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          02822000
028222         BY VALUE LS-DB                                           02822200
028224         BY REFERENCE SQL-ZCHAR                                   02822400
028226         BY VALUE LS-MINUS-ONE                                    02822600
028228         BY REFERENCE LS-PREPARED-STMT                            02822800
028230         BY VALUE LS-ZERO                                         02823000
028232         RETURNING LS-SQL-RC                                      02823200
028234     END-CALL                                                     02823400
028236     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        02823600
028238        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    02823800
028240        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             02824000
028242            BY VALUE LS-PREPARED-STMT                             02824200
028244            RETURNING LS-SQL-RC                                   02824400
028246        END-CALL                                                  02824600
028248        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  02824800
028250           MOVE +0 TO LS-COLUMN-NUMBER                            02825000
028252           CALL SQLITE3A USING                                    02825200
028254               BY REFERENCE SQLITE3-COLUMN-INT                    02825400
028256               BY VALUE LS-PREPARED-STMT                          02825600
028258               BY VALUE LS-COLUMN-NUMBER                          02825800
028260               RETURNING WS-SCHEMA-LEVEL                          02826000
028262           END-CALL                                               02826200
028264        END-IF                                                    02826400
028266        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         02826600
028268            BY VALUE LS-PREPARED-STMT                             02826800
028270            RETURNING LS-SQL-RC                                   02827000
028272        END-CALL                                                  02827200
028274     END-IF                                                       02827400
028276     IF WS-SCHEMA-LEVEL IS LESS THAN WS-SCHEMA-REQUIRED THEN      02827600
028278        MOVE WS-SCHEMA-LEVEL TO WS-SCHEMA-DISPLAY                 02827800
028280        MOVE WS-SCHEMA-REQUIRED TO WS-REQUIRED-DISPLAY            02828000
028282        DISPLAY 'DATA BASE IS AT SCHEMA LEVEL '                   02828200
028284           WS-SCHEMA-DISPLAY '; MAINTENANCE NEEDS LEVEL '         02828400
028286           WS-REQUIRED-DISPLAY UPON SYSOUT                        02828600
028288        DISPLAY 'RUN TESTCB44 TO MIGRATE THE DATA BASE. '         02828800
028290           'NOTHING APPLIED.' UPON SYSOUT                         02829000
028292        MOVE +16 TO RETURN-CODE                                   02829200
028294        GOBACK                                                    02829400
028296     END-IF                                                       02829600
028298     .                                                            02829800
028300 CREATE-AUDIT-LOG-TABLE.                                          02830000
028400     MOVE 1 TO WS-SQL-PTR                                         02840000
028500     STRING 'CREATE TABLE IF NOT EXISTS AUDIT_LOG (' DELIMITED    02850000
030900        GOBACK                                                    03090000
031000     END-IF                                                       03100000
031100     .                                                            03110000
031110 CREATE-REJECT-HISTORY-TABLE.                                     03111000
031120     MOVE 1 TO WS-SQL-PTR                                         03112000
031130     STRING 'CREATE TABLE IF NOT EXISTS REJECT_HISTORY ('         03113000
031140         DELIMITED BY SIZE                                        03114000
031150         'FEED_DATE TEXT, FEED_SOURCE TEXT, REASON TEXT, '        03115000
031160         DELIMITED BY SIZE                                        03116000
031170         'LOAD_ID TEXT, REJECT_PROGRAM TEXT, '                    03117000
031180         DELIMITED BY SIZE                                        03118000
031190         'RECYCLE_COUNT INTEGER, RECYCLE_ID TEXT, '               03119000
031200         DELIMITED BY SIZE                                        03120000
031210         'STATUS TEXT, REJECT_TIME REAL, JOB_NAME TEXT, '         03121000
031220         DELIMITED BY SIZE                                        03122000
031230         'RESOLVED_DATE TEXT)' DELIMITED BY SIZE                  03123000
031240         INTO SQL-ZCHAR                                           03124000
031250         WITH POINTER WS-SQL-PTR                                  03125000
031260     END-STRING                                                   03126000
031270     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   03127000
031280     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                03128000
031290         BY VALUE LS-DB                                           03129000
031300         BY REFERENCE SQL-ZCHAR                                   03130000
031310         BY VALUE LS-ZERO                                         03131000
031320         BY VALUE LS-ZERO                                         03132000
031330         BY VALUE LS-ZERO                                         03133000
031340         RETURNING LS-SQL-RC                                      03134000
031350     END-CALL                                                     03135000
031360     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   03136000
031370        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                03137000
031380        DISPLAY 'CREATE REJECT_HISTORY TABLE FAILED. RC='         03138000
031390           LS-SQL-RC UPON SYSOUT                                  03139000
031400        PERFORM DISPLAY-SQL-ERROR                                 03140000
031410        MOVE +16 TO RETURN-CODE                                   03141000
031420        GOBACK                                                    03142000
031430     END-IF                                                       03143000
031440     MOVE 1 TO WS-SQL-PTR                                         03144000
031450     STRING 'CREATE INDEX IF NOT EXISTS REJECT_HISTORY_KEY '      03145000
031460         DELIMITED BY SIZE                                        03146000
031470         'ON REJECT_HISTORY(FEED_DATE,FEED_SOURCE,REASON,'        03147000
031480         DELIMITED BY SIZE                                        03148000
031490         'LOAD_ID)' DELIMITED BY SIZE                             03149000
031500         INTO SQL-ZCHAR                                           03150000
031510         WITH POINTER WS-SQL-PTR                                  03151000
031520     END-STRING                                                   03152000
031530     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   03153000
031540     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                03154000
031550         BY VALUE LS-DB                                           03155000
031560         BY REFERENCE SQL-ZCHAR                                   03156000
031570         BY VALUE LS-ZERO                                         03157000
031580         BY VALUE LS-ZERO                                         03158000
031590         BY VALUE LS-ZERO                                         03159000
031600         RETURNING LS-SQL-RC                                      03160000
031610     END-CALL                                                     03161000
031620     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   03162000
031630        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                03163000
031640        DISPLAY 'CREATE REJECT_HISTORY INDEX FAILED. RC='         03164000
031650           LS-SQL-RC UPON SYSOUT                                  03165000
031660        PERFORM DISPLAY-SQL-ERROR                                 03166000
031670        MOVE +16 TO RETURN-CODE                                   03167000
031680        GOBACK                                                    03168000
031690     END-IF                                                       03169000
031700     .                                                            03170000
031710*                                                                 03171000
031720* Large changes need a second person: the APPROVALAMT threshold   03172000
031730* comes from SYSTEM_PARMS and, when one is set, PENDING_CHANGE    03173000
031740* is created to hold what is parked for approval.                 03174000
031750*                                                                 03175000
031760 READ-APPROVAL-LIMIT.                                             03176000
031770     MOVE 'APPROVALAMT' TO WS-SYSPARM-KEY                         03177000
031780     PERFORM GET-SYSTEM-PARM                                      03178000
031790     IF WS-SYSPARM-FOUND THEN                                     03179000
031800        COMPUTE WS-APPROVAL-AMOUNT =                              03180000
031810                FUNCTION NUMVAL(WS-SYSPARM-VALUE)                 03181000
031820        IF WS-APPROVAL-AMOUNT IS GREATER THAN ZERO THEN           03182000
031830           MOVE 'Y' TO WS-DUAL-CONTROL-SWITCH                     03183000
031840           PERFORM CREATE-PENDING-CHANGE-TABLE                    03184000
031850        END-IF                                                    03185000
031860     END-IF                                                       03186000
031870     .                                                            03187000
031880 PREPARE-STATEMENTS.                                              03188000
031890     MOVE 1 TO WS-SQL-PTR                                         03189000
031900     STRING 'SELECT NAME,AMOUNT FROM ' DELIMITED BY SIZE          03190000
031910         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     03191000
031920         ' WHERE ID = ?' DELIMITED BY SIZE                        03192000
031930         INTO SQL-ZCHAR                                           03193000
031940         WITH POINTER WS-SQL-PTR                                  03194000
031950     END-STRING                                                   03195000
032000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   03200000
032100     MOVE 'KEY LOOKUP SELECT' TO WS-PREP-LABEL                    03210000
032200     PERFORM PREPARE-ONE-STATEMENT                                03220000
036800     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         03680000
036900     PERFORM PREPARE-ONE-STATEMENT                                03690000
037000     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        03700000
037010     MOVE 1 TO WS-SQL-PTR                                         03701000
037020     STRING 'INSERT INTO REJECT_HISTORY(FEED_DATE,FEED_SOURCE,'   03702000
037030         DELIMITED BY SIZE                                        03703000
037040         'REASON,LOAD_ID,REJECT_PROGRAM,RECYCLE_COUNT,'           03704000
037050         DELIMITED BY SIZE                                        03705000
037060         'STATUS,REJECT_TIME,JOB_NAME) ' DELIMITED BY SIZE        03706000
037070         'VALUES(?,?,?,?,''TESTCOB8'',0,''OPEN'',?,?)'            03707000
037080         DELIMITED BY SIZE                                        03708000
037090         INTO SQL-ZCHAR                                           03709000
037100         WITH POINTER WS-SQL-PTR                                  03710000
037110     END-STRING                                                   03711000
037120     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   03712000
037130     MOVE 'REJECT HISTORY' TO WS-PREP-LABEL                       03713000
037140     PERFORM PREPARE-ONE-STATEMENT                                03714000
037150     SET LS-HISTORY-STMT TO LS-PREPARED-STMT                      03715000
037160* The run date, source, and job name are the same for every       03716000
037170* reject, so they are bound once; SQLITE3-RESET preserves         03717000
037180* bindings.                                                       03718000
037190     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03719000
037200         BY VALUE LS-HISTORY-STMT                                 03720000
037210         BY VALUE LS-ONE                                          03721000
037220         BY REFERENCE WS-RUN-DATE                                 03722000
037230         BY VALUE 8                                               03723000
037240         BY VALUE SQLITE-TRANSIENT                                03724000
037250         RETURNING LS-SQL-RC                                      03725000
037260     END-CALL                                                     03726000
037270     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03727000
037280         BY VALUE LS-HISTORY-STMT                                 03728000
037290         BY VALUE LS-TWO                                          03729000
037300         BY REFERENCE WS-HISTORY-SOURCE                           03730000
037310         BY VALUE 8                                               03731000
037320         BY VALUE SQLITE-TRANSIENT                                03732000
037330         RETURNING LS-SQL-RC                                      03733000
037340     END-CALL                                                     03734000
037350     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03735000
037360         BY VALUE LS-HISTORY-STMT                                 03736000
037370         BY VALUE LS-SIX                                          03737000
037380         BY REFERENCE WS-JOB-NAME                                 03738000
037390         BY VALUE 8                                               03739000
037400         BY VALUE SQLITE-TRANSIENT                                03740000
037410         RETURNING LS-SQL-RC                                      03741000
037420     END-CALL                                                     03742000
037430     IF WS-DUAL-CONTROL THEN                                      03743000
037440        MOVE 1 TO WS-SQL-PTR                                      03744000
037450        STRING 'INSERT INTO PENDING_CHANGE(TABLE_NAME,'           03745000
037460            DELIMITED BY SIZE                                     03746000
037470            'SOURCE_PGM,ACTION,ROW_ID,NEW_NAME,NEW_AMOUNT,'       03747000
037480            DELIMITED BY SIZE                                     03748000
037490            'OLD_NAME,OLD_AMOUNT,STATUS,MAKER_JOB,MAKER_TIME) '   03749000
037500            DELIMITED BY SIZE                                     03750000
037510            'VALUES(?,''TESTCOB8'',?,?,?,?,?,?,''PENDING'',?,?)'  03751000
037520            DELIMITED BY SIZE                                     03752000
037530            INTO SQL-ZCHAR                                        03753000
037540            WITH POINTER WS-SQL-PTR                               03754000
037550        END-STRING                                                03755000
037560        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                03756000
037570        MOVE 'PENDING INSERT' TO WS-PREP-LABEL                    03757000
037580        PERFORM PREPARE-ONE-STATEMENT                             03758000
037590        SET LS-PENDING-STMT TO LS-PREPARED-STMT                   03759000
037600     END-IF                                                       03760000
037610     PERFORM PREPARE-REACTIVATE-STATEMENT                         03761000
037620     .                                                            03762000
037630 BEGIN-TRANSACTION.                                               03763000
037640     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       03764000
037650     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                03765000
037660         BY VALUE LS-DB                                           03766000
037670         BY REFERENCE SQL-ZCHAR                                   03767000
037700         BY VALUE LS-ZERO                                         03770000
037800         BY VALUE LS-ZERO                                         03780000
037900         BY VALUE LS-ZERO                                         03790000
042100* broken audit trail should not itself abend the run.             04210000
042200*                                                                 04220000
042300 WRITE-AUDIT-LOG.                                                 04230000
042330     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      04233000
042360     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04236000
042390         BY VALUE LS-AUDIT-STMT                                   04239000
042420         BY VALUE LS-ONE                                          04242000
042450         BY REFERENCE WS-AUDIT-TABLE                              04245000
042480         BY VALUE 30                                              04248000
042510         BY VALUE SQLITE-TRANSIENT                                04251000
042540         RETURNING LS-SQL-RC                                      04254000
042570     END-CALL                                                     04257000
042600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04260000
042630         BY VALUE LS-AUDIT-STMT                                   04263000
042660         BY VALUE LS-TWO                                          04266000
042690         BY REFERENCE WS-AUDIT-OP                                 04269000
042720         BY VALUE 10                                              04272000
042750         BY VALUE SQLITE-TRANSIENT                                04275000
042780         RETURNING LS-SQL-RC                                      04278000
042810     END-CALL                                                     04281000
042840     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04284000
042870         BY VALUE LS-AUDIT-STMT                                   04287000
042900         BY VALUE LS-THREE                                        04290000
042930         BY REFERENCE WS-AUDIT-BEFORE                             04293000
042960         BY VALUE 75                                              04296000
042990         BY VALUE SQLITE-TRANSIENT                                04299000
043020         RETURNING LS-SQL-RC                                      04302000
043050     END-CALL                                                     04305000
043080     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04308000
043110         BY VALUE LS-AUDIT-STMT                                   04311000
043140         BY VALUE LS-FOUR                                         04314000
043170         BY REFERENCE WS-AUDIT-AFTER                              04317000
043200         BY VALUE 75                                              04320000
043230         BY VALUE SQLITE-TRANSIENT                                04323000
043260         RETURNING LS-SQL-RC                                      04326000
043290     END-CALL                                                     04329000
043320     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         04332000
043350         BY VALUE LS-AUDIT-STMT                                   04335000
043380         BY VALUE LS-FIVE                                         04338000
043410         BY VALUE LS-AUDIT-GMT-SECS                               04341000
043440         RETURNING LS-SQL-RC                                      04344000
043470     END-CALL                                                     04347000
043500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04350000
043530         BY VALUE LS-AUDIT-STMT                                   04353000
043560         BY VALUE LS-SIX                                          04356000
043590         BY REFERENCE WS-JOB-NAME                                 04359000
043620         BY VALUE 8                                               04362000
043650         BY VALUE SQLITE-TRANSIENT                                04365000
043680         RETURNING LS-SQL-RC                                      04368000
043710     END-CALL                                                     04371000
043740     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                04374000
043770         BY VALUE LS-AUDIT-STMT                                   04377000
043800         RETURNING LS-SQL-RC                                      04380000
043830     END-CALL                                                     04383000
043860     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   04386000
043890        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                04389000
043920        DISPLAY 'AUDIT LOG INSERT FAILED. RC='                    04392000
043950           LS-SQL-RC UPON SYSOUT                                  04395000
043980        PERFORM DISPLAY-SQL-ERROR                                 04398000
044010     END-IF                                                       04401000
044040     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               04404000
044070         BY VALUE LS-AUDIT-STMT                                   04407000
044100         RETURNING LS-SQL-RC                                      04410000
044110     END-CALL                                                     04411000
044120     .                                                            04412000
044130*                                                                 04413000
044140* Reusable reject-history paragraph: PERFORMed by WRITE-REJECT    04414000
044150* with the reason in WS-REJECT-REASON to record the reject in     04415000
044160* REJECT_HISTORY. Like WRITE-AUDIT-LOG, a failure here is         04416000
044170* logged but does not GOBACK.                                     04417000
044180*                                                                 04418000
044190 WRITE-REJECT-HISTORY.                                            04419000
044200     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      04420000
044210     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04421000
044220         BY VALUE LS-HISTORY-STMT                                 04422000
044230         BY VALUE LS-THREE                                        04423000
044240         BY REFERENCE WS-REJECT-REASON                            04424000
044250         BY VALUE 40                                              04425000
044260         BY VALUE SQLITE-TRANSIENT                                04426000
044270         RETURNING LS-SQL-RC                                      04427000
044280     END-CALL                                                     04428000
044290     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04429000
044300         BY VALUE LS-HISTORY-STMT                                 04430000
044310         BY VALUE LS-FOUR                                         04431000
044320         BY REFERENCE MAINT-RECORD(2:9)                           04432000
044330         BY VALUE 9                                               04433000
044340         BY VALUE SQLITE-TRANSIENT                                04434000
044350         RETURNING LS-SQL-RC                                      04435000
044360     END-CALL                                                     04436000
044370     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         04437000
044380         BY VALUE LS-HISTORY-STMT                                 04438000
044390         BY VALUE LS-FIVE                                         04439000
044400         BY VALUE LS-AUDIT-GMT-SECS                               04440000
044410         RETURNING LS-SQL-RC                                      04441000
044420     END-CALL                                                     04442000
044430     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                04443000
044440         BY VALUE LS-HISTORY-STMT                                 04444000
044450         RETURNING LS-SQL-RC                                      04445000
044460     END-CALL                                                     04446000
044470     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   04447000
044480        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                04448000
044490        DISPLAY 'REJECT HISTORY INSERT FAILED. RC='               04449000
044500           LS-SQL-RC UPON SYSOUT                                  04450000
044510        PERFORM DISPLAY-SQL-ERROR                                 04451000
044520     END-IF                                                       04452000
044530     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               04453000
044540         BY VALUE LS-HISTORY-STMT                                 04454000
044550         RETURNING LS-SQL-RC                                      04455000
044560     END-CALL                                                     04456000
044570     .                                                            04457000
044580*                                                                 04458000
044590* Read one SYSTEM_PARMS value: the caller names the keyword       04459000
044600* in WS-SYSPARM-KEY; the value comes back in                      04460000
044610* WS-SYSPARM-VALUE with WS-SYSPARM-FOUND on. A data base          04461000
044620* with no SYSTEM_PARMS table (TESTCB33 has never run              04462000
044630* against it) simply leaves the switch off.                       04463000
044640*                                                                 04464000
044650 GET-SYSTEM-PARM.                                                 04465000
044660     MOVE 'N' TO WS-SYSPARM-FOUND-SWITCH                          04466000
044670     MOVE SPACES TO WS-SYSPARM-VALUE                              04467000
044680     MOVE ZERO TO WS-SYSPARM-KEY-LEN                              04468000
044690     INSPECT WS-SYSPARM-KEY TALLYING WS-SYSPARM-KEY-LEN           04469000
044700             FOR CHARACTERS BEFORE INITIAL SPACE                  04470000
044710     MOVE 1 TO WS-SQL-PTR                                         04471000
044720     STRING 'SELECT PARM_VALUE FROM SYSTEM_PARMS WHERE '          04472000
044730         DELIMITED BY SIZE                                        04473000
044740         'PARM_KEYWORD = ''' DELIMITED BY SIZE                    04474000
044750         WS-SYSPARM-KEY(1:WS-SYSPARM-KEY-LEN)                     04475000
044760         DELIMITED BY SIZE                                        04476000
044770         '''' DELIMITED BY SIZE                                   04477000
044780         INTO SQL-ZCHAR                                           04478000
044790         WITH POINTER WS-SQL-PTR                                  04479000
044800     END-STRING                                                   04480000
044810     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   04481000
044820     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          04482000
044830         BY VALUE LS-DB                                           04483000
044840         BY REFERENCE SQL-ZCHAR                                   04484000
045000         BY VALUE LS-MINUS-ONE                                    04500000
045030         BY REFERENCE LS-SYSPARM-STMT                             04503000
045060         BY VALUE LS-ZERO                                         04506000
045090         RETURNING LS-SQL-RC                                      04509000
045120     END-CALL                                                     04512000
045150     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   04515000
045180        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                04518000
045210        DISPLAY 'NO SYSTEM_PARMS VALUE FOR '                      04521000
045240           WS-SYSPARM-KEY UPON SYSOUT                             04524000
045270     ELSE                                                         04527000
045300        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             04530000
045330            BY VALUE LS-SYSPARM-STMT                              04533000
045360            RETURNING LS-SQL-RC                                   04536000
045390        END-CALL                                                  04539000
045420        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  04542000
045450           CALL SQLITE3A USING                                    04545000
045480               BY REFERENCE SQLITE3-COLUMN-TEXT                   04548000
045510               BY VALUE LS-SYSPARM-STMT                           04551000
045540               BY VALUE LS-ZERO                                   04554000
045570               RETURNING LS-COLUMN-POINTER                        04557000
045600           END-CALL                                               04560000
045630           IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN         04563000
045660              SET ADDRESS OF LINKAGE-COLUMN-TEXT TO               04566000
045690                  LS-COLUMN-POINTER                               04569000
045720              MOVE ZERO TO WS-SYSPARM-VAL-LEN                     04572000
045750              INSPECT LINKAGE-COLUMN-TEXT                         04575000
045780                 TALLYING WS-SYSPARM-VAL-LEN                      04578000
045810                 FOR CHARACTERS BEFORE INITIAL LOW-VALUE          04581000
045840              IF WS-SYSPARM-VAL-LEN IS GREATER THAN ZERO          04584000
045870                 THEN                                             04587000
045900                 MOVE LINKAGE-COLUMN-TEXT                         04590000
045930                    (1:WS-SYSPARM-VAL-LEN)                        04593000
045960                    TO WS-SYSPARM-VALUE                           04596000
045990                 MOVE 'Y' TO WS-SYSPARM-FOUND-SWITCH              04599000
046020                 DISPLAY 'SYSTEM PARM ' WS-SYSPARM-KEY            04602000
046050                    '= ' WS-SYSPARM-VALUE UPON SYSOUT             04605000
046080              END-IF                                              04608000
046110           END-IF                                                 04611000
046140        END-IF                                                    04614000
046170        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         04617000
046200            BY VALUE LS-SYSPARM-STMT                              04620000
046230            RETURNING LS-SQL-RC                                   04623000
046260        END-CALL                                                  04626000
046290     END-IF                                                       04629000
046320     .                                                            04632000
046350*                                                                 04635000
046380* PENDING_CHANGE holds the changes parked for a second job's      04638000
046410* approval: what was asked for, the row as it stood when it was   04641000
046440* asked for, who asked (maker), and once decided, the status      04644000
046470* and who decided (checker). TESTCB26 and TESTCB37 create the     04647000
046500* same table.                                                     04650000
046530*                                                                 04653000
046560 CREATE-PENDING-CHANGE-TABLE.                                     04656000
046590     MOVE 1 TO WS-SQL-PTR                                         04659000
046620     STRING 'CREATE TABLE IF NOT EXISTS PENDING_CHANGE ('         04662000
046650         DELIMITED BY SIZE                                        04665000
046680         'CHANGE_ID INTEGER PRIMARY KEY, TABLE_NAME TEXT, '       04668000
046710         DELIMITED BY SIZE                                        04671000
046740         'SOURCE_PGM TEXT, ACTION TEXT, ROW_ID INTEGER, '         04674000
046770         DELIMITED BY SIZE                                        04677000
046800         'NEW_NAME TEXT, NEW_AMOUNT REAL, OLD_NAME TEXT, '        04680000
046830         DELIMITED BY SIZE                                        04683000
046860         'OLD_AMOUNT REAL, STATUS TEXT, MAKER_JOB TEXT, '         04686000
046890         DELIMITED BY SIZE                                        04689000
046920         'MAKER_TIME REAL, CHECKER_JOB TEXT, '                    04692000
046950         DELIMITED BY SIZE                                        04695000
046980         'CHECKER_TIME REAL)' DELIMITED BY SIZE                   04698000
047010         INTO SQL-ZCHAR                                           04701000
047040         WITH POINTER WS-SQL-PTR                                  04704000
047070     END-STRING                                                   04707000
047100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   04710000
047130     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                04713000
047160         BY VALUE LS-DB                                           04716000
047190         BY REFERENCE SQL-ZCHAR                                   04719000
047220         BY VALUE LS-ZERO                                         04722000
047250         BY VALUE LS-ZERO                                         04725000
047280         BY VALUE LS-ZERO                                         04728000
047310         RETURNING LS-SQL-RC                                      04731000
047340     END-CALL                                                     04734000
047370     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   04737000
047400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                04740000
047430        DISPLAY 'CREATE PENDING_CHANGE TABLE FAILED. RC='         04743000
047460           LS-SQL-RC UPON SYSOUT                                  04746000
047490        PERFORM DISPLAY-SQL-ERROR                                 04749000
047520        MOVE +16 TO RETURN-CODE                                   04752000
047550        GOBACK                                                    04755000
047580     END-IF                                                       04758000
047610     .                                                            04761000
047618*                                                                 04761800
047626* The DORMANT update that reactivates a row this run changes.     04762600
047634* DORMANT belongs to TESTCB50; when it has never run against      04763400
047642* this data base the prepare fails and no row is dormant.         04764200
047650*                                                                 04765000
047658 PREPARE-REACTIVATE-STATEMENT.                                    04765800
047666     MOVE 1 TO WS-SQL-PTR                                         04766600
047674     STRING 'UPDATE DORMANT SET STATUS = ''REACTIVATED'', '       04767400
047682         DELIMITED BY SIZE                                        04768200
047690         'REACTIVATED_DATE = ?, ' DELIMITED BY SIZE               04769000
047698         'REACTIVATED_BY = ''TESTCOB8'', ' DELIMITED BY SIZE      04769800
047706         'REACTIVATED_JOB = ? ' DELIMITED BY SIZE                 04770600
047714         'WHERE TABLE_NAME = ? AND ID = ? AND '                   04771400
047722         DELIMITED BY SIZE                                        04772200
047730         'STATUS = ''DORMANT''' DELIMITED BY SIZE                 04773000
047738         INTO SQL-ZCHAR                                           04773800
047746         WITH POINTER WS-SQL-PTR                                  04774600
047754     END-STRING                                                   04775400
047762     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   04776200
047770     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          04777000
047778         BY VALUE LS-DB                                           04777800
047786         BY REFERENCE SQL-ZCHAR                                   04778600
047794         BY VALUE LS-MINUS-ONE                                    04779400
047802         BY REFERENCE LS-REACTIVATE-STMT                          04780200
047810         BY VALUE LS-ZERO                                         04781000
047818         RETURNING LS-SQL-RC                                      04781800
047826     END-CALL                                                     04782600
047834     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        04783400
047842        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    04784200
047850        MOVE 'Y' TO WS-DORMANT-SWITCH                             04785000
047858     END-IF                                                       04785800
047866     .                                                            04786600
047874*                                                                 04787400
047882* Reactivate the row of the current transaction if TESTCB50       04788200
047890* has it flagged dormant.                                         04789000
047898*                                                                 04789800
047906 REACTIVATE-DORMANT-ID.                                           04790600
047914     IF NOT WS-DORMANT-TRACKED THEN                               04791400
047922        GO TO REACTIVATE-DORMANT-ID-EXIT                          04792200
047930     END-IF                                                       04793000
047938     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04793800
047946         BY VALUE LS-REACTIVATE-STMT                              04794600
047954         BY VALUE LS-ONE                                          04795400
047962         BY REFERENCE WS-RUN-DATE                                 04796200
047970         BY VALUE 8                                               04797000
047978         BY VALUE SQLITE-TRANSIENT                                04797800
047986         RETURNING LS-SQL-RC                                      04798600
047994     END-CALL                                                     04799400
048002     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04800200
048010         BY VALUE LS-REACTIVATE-STMT                              04801000
048018         BY VALUE LS-TWO                                          04801800
048026         BY REFERENCE WS-JOB-NAME                                 04802600
048034         BY VALUE 8                                               04803400
048042         BY VALUE SQLITE-TRANSIENT                                04804200
048050         RETURNING LS-SQL-RC                                      04805000
048058     END-CALL                                                     04805800
048066     MOVE WS-TABLE-NAME-LEN TO LS-BIND-LENGTH                     04806600
048074     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           04807400
048082         BY VALUE LS-REACTIVATE-STMT                              04808200
048090         BY VALUE LS-THREE                                        04809000
048098         BY REFERENCE WS-TABLE-NAME                               04809800
048106         BY VALUE LS-BIND-LENGTH                                  04810600
048114         BY VALUE SQLITE-TRANSIENT                                04811400
048122         RETURNING LS-SQL-RC                                      04812200
048130     END-CALL                                                     04813000
048138     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            04813800
048146         BY VALUE LS-REACTIVATE-STMT                              04814600
048154         BY VALUE LS-FOUR                                         04815400
048162         BY VALUE LOAD-ID OF MAINT-RECORD                         04816200
048170         RETURNING LS-SQL-RC                                      04817000
048178     END-CALL                                                     04817800
048186     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                04818600
048194         BY VALUE LS-REACTIVATE-STMT                              04819400
048202         RETURNING LS-SQL-RC                                      04820200
048210     END-CALL                                                     04821000
048218     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   04821800
048226        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                04822600
048234        DISPLAY 'DORMANT REACTIVATION FAILED. RC='                04823400
048242           LS-SQL-RC UPON SYSOUT                                  04824200
048250        PERFORM DISPLAY-SQL-ERROR                                 04825000
048258     ELSE                                                         04825800
048266        CALL SQLITE3A USING BY REFERENCE SQLITE3-CHANGES          04826600
048274            BY VALUE LS-DB                                        04827400
048282            RETURNING LS-CHANGES                                  04828200
048290        END-CALL                                                  04829000
048298        IF LS-CHANGES IS GREATER THAN ZERO THEN                   04829800
048306           ADD 1 TO WS-REACTIVATE-COUNT                           04830600
048314           DISPLAY 'REACTIVATED DORMANT ID='                      04831400
048322              LOAD-ID OF MAINT-RECORD UPON SYSOUT                 04832200
048330           MOVE 'DORMANT' TO WS-AUDIT-TABLE                       04833000
048338           MOVE 'REACTIVATE' TO WS-AUDIT-OP                       04833800
048346           MOVE SPACES TO WS-AUDIT-BEFORE                         04834600
048354           MOVE SPACES TO WS-AUDIT-AFTER                          04835400
048362           STRING 'ID=' DELIMITED BY SIZE                         04836200
048370               LOAD-ID OF MAINT-RECORD DELIMITED BY SIZE          04837000
048378               ' TABLE=' DELIMITED BY SIZE                        04837800
048386               WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                 04838600
048394               DELIMITED BY SIZE                                  04839400
048402               ' STATUS=DORMANT' DELIMITED BY SIZE                04840200
048410               INTO WS-AUDIT-BEFORE                               04841000
048418           END-STRING                                             04841800
048426           STRING 'ID=' DELIMITED BY SIZE                         04842600
048434               LOAD-ID OF MAINT-RECORD DELIMITED BY SIZE          04843400
048442               ' TABLE=' DELIMITED BY SIZE                        04844200
048450               WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                 04845000
048458               DELIMITED BY SIZE                                  04845800
048466               ' STATUS=ACTIVE' DELIMITED BY SIZE                 04846600
048474               INTO WS-AUDIT-AFTER                                04847400
048482           END-STRING                                             04848200
048490           PERFORM WRITE-AUDIT-LOG                                04849000
048498        END-IF                                                    04849800
048506     END-IF                                                       04850600
048514     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               04851400
048522         BY VALUE LS-REACTIVATE-STMT                              04852200
048530         RETURNING LS-SQL-RC                                      04853000
048538     END-CALL                                                     04853800
048546     .                                                            04854600
048554 REACTIVATE-DORMANT-ID-EXIT.                                      04855400
048562     EXIT.                                                        04856200
048600 PROCESS-INPUT.                                                   04860000
048700     OPEN INPUT MAINTIN-FILE                                      04870000
048800     OPEN OUTPUT REJECT-FILE                                      04880000
052900        PERFORM WRITE-REJECT                                      05290000
053000     ELSE                                                         05300000
053100        PERFORM LOOKUP-EXISTING                                   05310000
053150        PERFORM CHECK-APPROVAL-LIMIT                              05315000
053200        EVALUATE TRUE                                             05320000
053300        WHEN MAINT-ADD AND WS-ROW-FOUND                           05330000
053400             MOVE 'KEY ALREADY EXISTS ON FILE'                    05340000
053900        WHEN NOT WS-ROW-FOUND                                     05390000
054000             MOVE 'KEY NOT FOUND ON FILE' TO WS-REJECT-REASON     05400000
054100             PERFORM WRITE-REJECT                                 05410000
054130        WHEN WS-NEEDS-APPROVAL                                    05413000
054160             PERFORM PARK-PENDING-CHANGE                          05416000
054200        WHEN MAINT-UPDATE                                         05420000
054300             PERFORM APPLY-UPDATE                                 05430000
054400        WHEN MAINT-DELETE                                         05440000
064600            INTO WS-AUDIT-AFTER                                   06460000
064700        END-STRING                                                06470000
064800        PERFORM WRITE-AUDIT-LOG                                   06480000
064830        PERFORM REACTIVATE-DORMANT-ID                             06483000
064860           THRU REACTIVATE-DORMANT-ID-EXIT                        06486000
064900     END-IF                                                       06490000
065000     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               06500000
065100         BY VALUE LS-INSERT-STMT                                  06510000
070800            INTO WS-AUDIT-AFTER                                   07080000
070900        END-STRING                                                07090000
071000        PERFORM WRITE-AUDIT-LOG                                   07100000
071030        PERFORM REACTIVATE-DORMANT-ID                             07103000
071060           THRU REACTIVATE-DORMANT-ID-EXIT                        07106000
071100     END-IF                                                       07110000
071200     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               07120000
071300         BY VALUE LS-UPDATE-STMT                                  07130000
074300            INTO WS-AUDIT-BEFORE                                  07430000
074400        END-STRING                                                07440000
074500        PERFORM WRITE-AUDIT-LOG                                   07450000
074530        PERFORM REACTIVATE-DORMANT-ID                             07453000
074560           THRU REACTIVATE-DORMANT-ID-EXIT                        07456000
074600     END-IF                                                       07460000
074700     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               07470000
074800         BY VALUE LS-DELETE-STMT                                  07480000
074900         RETURNING LS-SQL-RC                                      07490000
075000     END-CALL                                                     07500000
075100     .                                                            07510000
075101*                                                                 07510100
075102* Dual control: a found 'U' that moves AMOUNT by more than the    07510200
075103* APPROVALAMT threshold, or a found 'D' against a row holding     07510300
075104* more than it, must be parked for a second job's approval.       07510400
075105*                                                                 07510500
075200 CHECK-APPROVAL-LIMIT.                                            07520000
075300     MOVE 'N' TO WS-APPROVAL-SWITCH                               07530000
075400     IF WS-DUAL-CONTROL AND WS-ROW-FOUND THEN                     07540000
075500        EVALUATE TRUE                                             07550000
075600        WHEN MAINT-UPDATE                                         07560000
075700             COMPUTE WS-CHANGE-AMOUNT =                           07570000
075800                     LOAD-AMOUNT OF MAINT-RECORD - WS-OLD-AMOUNT  07580000
075900             IF WS-CHANGE-AMOUNT IS LESS THAN ZERO THEN           07590000
076000                COMPUTE WS-CHANGE-AMOUNT = 0 - WS-CHANGE-AMOUNT   07600000
076100             END-IF                                               07610000
076200             IF WS-CHANGE-AMOUNT IS GREATER THAN                  07620000
076300                WS-APPROVAL-AMOUNT THEN                           07630000
076400                MOVE 'Y' TO WS-APPROVAL-SWITCH                    07640000
076500             END-IF                                               07650000
076600        WHEN MAINT-DELETE                                         07660000
076700             IF WS-OLD-AMOUNT IS GREATER THAN                     07670000
076800                WS-APPROVAL-AMOUNT THEN                           07680000
076900                MOVE 'Y' TO WS-APPROVAL-SWITCH                    07690000
077000             END-IF                                               07700000
077100        END-EVALUATE                                              07710000
077200     END-IF                                                       07720000
077300     .                                                            07730000
077400*                                                                 07740000
077500* Park the transaction in PENDING_CHANGE instead of applying it:  07750000
077600* the proposed values (none for a 'D'), the row as it stands      07760000
077700* now, and this job as the maker. The parking itself is audited   07770000
077800* against PENDING_CHANGE, so the business table's own trail       07780000
077900* (and TESTCB34's roll-forward over it) only ever shows what was  07790000
078000* actually applied.                                               07800000
078100*                                                                 07810000
078200 PARK-PENDING-CHANGE.                                             07820000
078300     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      07830000
078400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           07840000
078500         BY VALUE LS-PENDING-STMT                                 07850000
078600         BY VALUE LS-ONE                                          07860000
078700         BY REFERENCE WS-TABLE-NAME                               07870000
078800         BY VALUE 30                                              07880000
078900         BY VALUE SQLITE-TRANSIENT                                07890000
079000         RETURNING LS-SQL-RC                                      07900000
079100     END-CALL                                                     07910000
079200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           07920000
079300         BY VALUE LS-PENDING-STMT                                 07930000
079400         BY VALUE LS-TWO                                          07940000
079500         BY REFERENCE MAINT-ACTION                                07950000
079600         BY VALUE 1                                               07960000
079700         BY VALUE SQLITE-TRANSIENT                                07970000
079800         RETURNING LS-SQL-RC                                      07980000
079900     END-CALL                                                     07990000
080000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            08000000
080100         BY VALUE LS-PENDING-STMT                                 08010000
080200         BY VALUE LS-THREE                                        08020000
080300         BY VALUE LOAD-ID OF MAINT-RECORD                         08030000
080400         RETURNING LS-SQL-RC                                      08040000
080500     END-CALL                                                     08050000
080600     IF MAINT-UPDATE THEN                                         08060000
080700        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        08070000
080800            BY VALUE LS-PENDING-STMT                              08080000
080900            BY VALUE LS-FOUR                                      08090000
081000            BY REFERENCE LOAD-NAME OF MAINT-RECORD                08100000
081100            BY VALUE 40                                           08110000
081200            BY VALUE SQLITE-TRANSIENT                             08120000
081300            RETURNING LS-SQL-RC                                   08130000
081400        END-CALL                                                  08140000
081500        COMPUTE LS-BIND-AMOUNT-HFP =                              08150000
081600                LOAD-AMOUNT OF MAINT-RECORD                       08160000
081700        CALL SQLITE3A USING                                       08170000
081800            BY REFERENCE CONVERT-HFP-TO-BFP                       08180000
081900            BY VALUE LS-BIND-AMOUNT-HFP                           08190000
082000            BY REFERENCE LS-BIND-AMOUNT-BFP                       08200000
082100        END-CALL                                                  08210000
082200        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE      08220000
082300            BY VALUE LS-PENDING-STMT                              08230000
082400            BY VALUE LS-FIVE                                      08240000
082500            BY VALUE LS-BIND-AMOUNT-BFP                           08250000
082600            RETURNING LS-SQL-RC                                   08260000
082700        END-CALL                                                  08270000
082800     ELSE                                                         08280000
082900        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-NULL        08290000
083000            BY VALUE LS-PENDING-STMT                              08300000
083100            BY VALUE LS-FOUR                                      08310000
083200            RETURNING LS-SQL-RC                                   08320000
083300        END-CALL                                                  08330000
083400        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-NULL        08340000
083500            BY VALUE LS-PENDING-STMT                              08350000
083600            BY VALUE LS-FIVE                                      08360000
083700            RETURNING LS-SQL-RC                                   08370000
083800        END-CALL                                                  08380000
083900     END-IF                                                       08390000
084000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           08400000
084100         BY VALUE LS-PENDING-STMT                                 08410000
084200         BY VALUE LS-SIX                                          08420000
084300         BY REFERENCE WS-OLD-NAME                                 08430000
084400         BY VALUE 40                                              08440000
084500         BY VALUE SQLITE-TRANSIENT                                08450000
084600         RETURNING LS-SQL-RC                                      08460000
084700     END-CALL                                                     08470000
084800     COMPUTE LS-BIND-AMOUNT-HFP = WS-OLD-AMOUNT                   08480000
084900     CALL SQLITE3A USING                                          08490000
085000         BY REFERENCE CONVERT-HFP-TO-BFP                          08500000
085100         BY VALUE LS-BIND-AMOUNT-HFP                              08510000
085200         BY REFERENCE LS-BIND-AMOUNT-BFP                          08520000
085300     END-CALL                                                     08530000
085400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         08540000
085500         BY VALUE LS-PENDING-STMT                                 08550000
085600         BY VALUE LS-SEVEN                                        08560000
085700         BY VALUE LS-BIND-AMOUNT-BFP                              08570000
085800         RETURNING LS-SQL-RC                                      08580000
085900     END-CALL                                                     08590000
086000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           08600000
086100         BY VALUE LS-PENDING-STMT                                 08610000
086200         BY VALUE LS-EIGHT                                        08620000
086300         BY REFERENCE WS-JOB-NAME                                 08630000
086400         BY VALUE 8                                               08640000
086500         BY VALUE SQLITE-TRANSIENT                                08650000
086600         RETURNING LS-SQL-RC                                      08660000
086700     END-CALL                                                     08670000
086800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         08680000
086900         BY VALUE LS-PENDING-STMT                                 08690000
087000         BY VALUE LS-NINE                                         08700000
087100         BY VALUE LS-AUDIT-GMT-SECS                               08710000
087200         RETURNING LS-SQL-RC                                      08720000
087300     END-CALL                                                     08730000
087400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                08740000
087500         BY VALUE LS-PENDING-STMT                                 08750000
087600         RETURNING LS-SQL-RC                                      08760000
087700     END-CALL                                                     08770000
087800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   08780000
087900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                08790000
088000        MOVE 'PENDING INSERT (STEP) FAILED' TO WS-REJECT-REASON   08800000
088100        PERFORM DISPLAY-SQL-ERROR                                 08810000
088200        PERFORM WRITE-REJECT                                      08820000
088300     ELSE                                                         08830000
088400        ADD 1 TO WS-PENDING-COUNT                                 08840000
088500        CALL SQLITE3A USING                                       08850000
088600            BY REFERENCE SQLITE3-LAST-INSERT-ROWID                08860000
088700            BY REFERENCE LS-CHANGE-ID                             08870000
088800            BY VALUE LS-DB                                        08880000
088900        END-CALL                                                  08890000
089000        MOVE LS-CHANGE-ID TO WS-CHANGE-ID-DISPLAY                 08900000
089100        MOVE 'PENDING_CHANGE' TO WS-AUDIT-TABLE                   08910000
089200        MOVE 'PEND' TO WS-AUDIT-OP                                08920000
089300        MOVE SPACES TO WS-AUDIT-BEFORE                            08930000
089400        MOVE SPACES TO WS-AUDIT-AFTER                             08940000
089500        STRING 'CHANGE=' DELIMITED BY SIZE                        08950000
089600            WS-CHANGE-ID-DISPLAY DELIMITED BY SIZE                08960000
089700            ' ACTION=' DELIMITED BY SIZE                          08970000
089800            MAINT-ACTION DELIMITED BY SIZE                        08980000
089900            ' TABLE=' DELIMITED BY SIZE                           08990000
090000            WS-TABLE-NAME DELIMITED BY SIZE                       09000000
090100            INTO WS-AUDIT-BEFORE                                  09010000
090200        END-STRING                                                09020000
090300        IF MAINT-UPDATE THEN                                      09030000
090400           MOVE LOAD-AMOUNT OF MAINT-RECORD                       09040000
090500              TO WS-AMT-DISPLAY                                   09050000
090600           STRING 'ID=' DELIMITED BY SIZE                         09060000
090700               LOAD-ID OF MAINT-RECORD DELIMITED BY SIZE          09070000
090800               ' NAME=' DELIMITED BY SIZE                         09080000
090900               LOAD-NAME OF MAINT-RECORD DELIMITED BY SIZE        09090000
091000               ' AMT=' DELIMITED BY SIZE                          09100000
091100               WS-AMT-DISPLAY DELIMITED BY SIZE                   09110000
091200               INTO WS-AUDIT-AFTER                                09120000
091300           END-STRING                                             09130000
091400        ELSE                                                      09140000
091500           MOVE WS-OLD-AMOUNT TO WS-AMT-DISPLAY                   09150000
091600           STRING 'ID=' DELIMITED BY SIZE                         09160000
091700               LOAD-ID OF MAINT-RECORD DELIMITED BY SIZE          09170000
091800               ' NAME=' DELIMITED BY SIZE                         09180000
091900               WS-OLD-NAME DELIMITED BY SIZE                      09190000
092000               ' AMT=' DELIMITED BY SIZE                          09200000
092100               WS-AMT-DISPLAY DELIMITED BY SIZE                   09210000
092200               INTO WS-AUDIT-AFTER                                09220000
092300           END-STRING                                             09230000
092400        END-IF                                                    09240000
092500        PERFORM WRITE-AUDIT-LOG                                   09250000
092600        DISPLAY 'CHANGE ' WS-CHANGE-ID-DISPLAY                    09260000
092700           ' PARKED FOR APPROVAL: ' MAINT-ACTION                  09270000
092800           ' ID=' LOAD-ID OF MAINT-RECORD UPON SYSOUT             09280000
092900     END-IF                                                       09290000
093000     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               09300000
093100         BY VALUE LS-PENDING-STMT                                 09310000
093200         RETURNING LS-SQL-RC                                      09320000
093300     END-CALL                                                     09330000
093400     .                                                            09340000
093500 WRITE-REJECT.                                                    09350000
093600     ADD 1 TO WS-REJECT-COUNT                                     09360000
093700     MOVE ZERO TO WS-REJECT-LEN                                   09370000
093800     INSPECT WS-REJECT-REASON TALLYING WS-REJECT-LEN              09380000
093900             FOR CHARACTERS BEFORE INITIAL SPACE                  09390000
094000     MOVE SPACES TO REJECT-RECORD                                 09400000
094100     STRING MAINT-RECORD DELIMITED BY SIZE                        09410000
094200         ' *** REJECTED: ' DELIMITED BY SIZE                      09420000
094300         WS-REJECT-REASON(1:WS-REJECT-LEN) DELIMITED BY SIZE      09430000
094400         INTO REJECT-RECORD                                       09440000
094500     END-STRING                                                   09450000
094510* The origin (run date and source) goes in bytes 62-77, after     09451000
094520* the recycle count TESTCB22 keeps in 60-61, so the recycle       09452000
094530* can carry it back.                                              09453000
094540     MOVE WS-RUN-DATE TO REJECT-RECORD(62:8)                      09454000
094550     MOVE WS-HISTORY-SOURCE TO REJECT-RECORD(70:8)                09455000
094600     WRITE REJECT-RECORD                                          09460000
094650     PERFORM WRITE-REJECT-HISTORY                                 09465000
094700     .                                                            09470000
094800 COMMIT-TRANSACTION.                                              09480000
094900     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      09490000
095000     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                09500000
095100         BY VALUE LS-DB                                           09510000
095200         BY REFERENCE SQL-ZCHAR                                   09520000
095300         BY VALUE LS-ZERO                                         09530000
095400         BY VALUE LS-ZERO                                         09540000
095500         BY VALUE LS-ZERO                                         09550000
095600         RETURNING LS-SQL-RC                                      09560000
095700     END-CALL                                                     09570000
095800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   09580000
095900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                09590000
096000        DISPLAY 'COMMIT TRANSACTION FAILED. RC='                  09600000
096100           LS-SQL-RC UPON SYSOUT                                  09610000
096200        PERFORM DISPLAY-SQL-ERROR                                 09620000
096300        MOVE +16 TO RETURN-CODE                                   09630000
096400        GOBACK                                                    09640000
096500     END-IF                                                       09650000
096600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            09660000
096700         BY VALUE LS-SELECT-STMT                                  09670000
096800         RETURNING LS-SQL-RC                                      09680000
096900     END-CALL                                                     09690000
097000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            09700000
097100         BY VALUE LS-INSERT-STMT                                  09710000
097200         RETURNING LS-SQL-RC                                      09720000
097300     END-CALL                                                     09730000
097400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            09740000
097500         BY VALUE LS-UPDATE-STMT                                  09750000
097600         RETURNING LS-SQL-RC                                      09760000
097700     END-CALL                                                     09770000
097800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            09780000
097900         BY VALUE LS-DELETE-STMT                                  09790000
098000         RETURNING LS-SQL-RC                                      09800000
098100     END-CALL                                                     09810000
098200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            09820000
098300         BY VALUE LS-AUDIT-STMT                                   09830000
098400         RETURNING LS-SQL-RC                                      09840000
098500     END-CALL                                                     09850000
098520     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            09852000
098540         BY VALUE LS-HISTORY-STMT                                 09854000
098560         RETURNING LS-SQL-RC                                      09856000
098580     END-CALL                                                     09858000
098582     IF WS-DORMANT-TRACKED THEN                                   09858200
098584        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         09858400
098586            BY VALUE LS-REACTIVATE-STMT                           09858600
098588            RETURNING LS-SQL-RC                                   09858800
098590        END-CALL                                                  09859000
098592     END-IF                                                       09859200
098600     IF WS-DUAL-CONTROL THEN                                      09860000
098700        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         09870000
098800            BY VALUE LS-PENDING-STMT                              09880000
098900            RETURNING LS-SQL-RC                                   09890000
099000        END-CALL                                                  09900000
099100     END-IF                                                       09910000
099200     .                                                            09920000
099300 SHUTDOWN.                                                        09930000
099400     MOVE WS-READ-COUNT TO WS-READ-DISPLAY                        09940000
099500     MOVE WS-ADD-COUNT TO WS-ADD-DISPLAY                          09950000
099600     MOVE WS-UPDATE-COUNT TO WS-UPDATE-DISPLAY                    09960000
099700     MOVE WS-DELETE-COUNT TO WS-DELETE-DISPLAY                    09970000
099800     MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY                    09980000
099900     MOVE WS-PENDING-COUNT TO WS-PENDING-DISPLAY                  09990000
099950     MOVE WS-REACTIVATE-COUNT TO WS-REACTIVATE-DISPLAY            09995000
100000     DISPLAY 'RECORDS READ    =' WS-READ-DISPLAY UPON SYSOUT      10000000
100100     DISPLAY 'RECORDS ADDED   =' WS-ADD-DISPLAY UPON SYSOUT       10010000
100200     DISPLAY 'RECORDS UPDATED =' WS-UPDATE-DISPLAY UPON SYSOUT    10020000
100300     DISPLAY 'RECORDS DELETED =' WS-DELETE-DISPLAY UPON SYSOUT    10030000
100400     DISPLAY 'RECORDS REJECTED=' WS-REJECT-DISPLAY UPON SYSOUT    10040000
100500     DISPLAY 'RECORDS PENDING =' WS-PENDING-DISPLAY UPON SYSOUT   10050000
100530     DISPLAY 'RECORDS REACTIVATED=' WS-REACTIVATE-DISPLAY         10053000
100560         UPON SYSOUT                                              10056000
100600     IF WS-PENDING-COUNT IS GREATER THAN ZERO THEN                10060000
100700        DISPLAY 'PENDING CHANGES AWAIT TESTCB37 APPROVAL.'        10070000
100800           UPON SYSOUT                                            10080000
100900     END-IF                                                       10090000
101000     IF WS-REJECT-COUNT IS GREATER THAN ZERO THEN                 10100000
101100        MOVE +4 TO RETURN-CODE                                    10110000
101200     END-IF                                                       10120000
101300     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         10130000
101400         RETURNING LS-SQL-RC                                      10140000
101500     END-CALL                                                     10150000
101600     GOBACK                                                       10160000
101700     .                                                            10170000
101800                                                                  10180000
101900 DISPLAY-SQL-ERROR.                                               10190000
102000     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             10200000
102100         BY VALUE LS-DB                                           10210000
102200         RETURNING LS-SQL-ERRCODE                                 10220000
102300     END-CALL                                                     10230000
102400     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              10240000
102500         BY VALUE LS-DB                                           10250000
102600         RETURNING LS-ERRMSG-POINTER                              10260000
102700     END-CALL                                                     10270000
102800     MOVE SPACES TO WS-ERRMSG-TEXT                                10280000
102900     MOVE ZERO TO WS-ERRMSG-LEN                                   10290000
103000     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               10300000
103100        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        10310000
103200           TO LS-ERRMSG-POINTER                                   10320000
103300        INSPECT LINKAGE-COLUMN-TEXT                               10330000
103400           TALLYING WS-ERRMSG-LEN                                 10340000
103500           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                10350000
103600        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 10360000
103700           TO WS-ERRMSG-TEXT                                      10370000
103800     END-IF                                                       10380000
103900     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   10390000
104000         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               10400000
104100         UPON SYSOUT                                              10410000
104200     .                                                            10420000
104300 END PROGRAM 'TESTCOB8'.                                          10430000
